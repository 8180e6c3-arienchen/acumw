      * 2026-09-02 ARIEN
      *     經手帶封套訊息時附加跳點至共用軌跡檔(MWTRACEJ)，供
      *     MWTRACE 重建訊息路徑
      * 2026-10-15 ARIEN
      *     回灌失敗搶救檔(.SAL)落地加密(MWCRYPT)：金鑰環有 CURRENT
      *     金鑰時關檔後整檔加密
      *
      */
        IDENTIFICATION DIVISION.
        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "CRYPTWS.DEF".
        COPY "TRACEWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
            END-PERFORM.

            CLOSE MWEXPIRE-SIDE-FILE.
      * 搶救檔整檔加密(未設金鑰不動作)
            MOVE SIDE-FILE-NAME TO CRYPT-FILE.
            PERFORM 1890-CRYPTSEAL.

            MOVE RESC-CNT TO CNT-DISP.
            DISPLAY "UNSENT KEPT MSG(S) DUMPED: " CNT-DISP

        COPY "TRACEPD.DEF".

        COPY "CRYPTPD.DEF".

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.

