002430*                      WHEN NO PREFERENCE OR BLANK) FOR THE      *
002440*                      EDOC.NTCTMPL TEMPLATE MERGE.              *
002450*                                                                *
002455*   10/15/2026 RM     A CHANNEL THE CUSTOMER OPTED OUT OF       *
002460*                      (NPRF-OPTOUT-IND, SET BY EDOCB504 FROM    *
002465*                      THE SMS STOP AND E-MAIL UNSUBSCRIBE       *
002470*                      FILES) RESOLVES TO THE FALLBACK THE SAME  *
002475*                      WAY A DEAD, BOUNCING ONE DOES.            *
002480*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
006500     EXEC SQL
006600         SELECT NPRF_METHOD, NPRF_DEL_DATA,
006700                NPRF_FALLBACK_METHOD, NPRF_BOUNCE_COUNT,
006710                NPRF_LANGUAGE, NPRF_OPTOUT_IND
006800           INTO :NPRF-METHOD, :NPRF-DEL-DATA,
006900                :NPRF-FALLBACK-METHOD, :NPRF-BOUNCE-COUNT,
006910                :NPRF-LANGUAGE, :NPRF-OPTOUT-IND
007000           FROM EDOC.NOTIFPREF
007100          WHERE NPRF_BANK_NBR = :EDOCU051-BANK-NBR
007200            AND NPRF_FILE_ID  = :EDOCU051-FILE-ID
008320         MOVE 'S' TO EDOCU051-LANGUAGE
008330     END-IF.
008400     IF  NPRF-BOUNCE-COUNT >= WS-BOUNCE-LIMIT
008450     OR  NPRF-OPTED-OUT
008500*        THE PREFERRED CHANNEL KEEPS BOUNCING, OR THE CUSTOMER
008550*        OPTED OUT OF IT (STOP OR UNSUBSCRIBE) -- USE THE
008600*        FALLBACK, OR THE CALLER'S DEFAULT IF NONE WAS SET.
008700         IF  NPRF-FALLBACK-METHOD > ZERO
008800             MOVE NPRF-FALLBACK-METHOD TO EDOCU051-DEL-METHOD
