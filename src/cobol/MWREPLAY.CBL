      * -------------------------------------------------------------
      * 2026-09-02 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     回放前核對歸檔檔日終封存(SEALPD)：未封存或封存不符
      *     照常回放但列 WARNING，結束碼回 MWRC-WARN
      * 2026-10-15 ARIEN
      *     歸檔加密(MWCRYPT)透明解密：已加密歸檔檔先解成明文
      *     暫存檔再回放，結束(含送出失敗)即清除
      *
      */
        IDENTIFICATION DIVISION.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MWREPLAY-ARCH-FILE ASSIGN TO ARCH-IO-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ARCH-FILE-STAT.
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "SEALSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        01  ARCH-REC                PIC X(10400).
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "SEALFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "SEALWS.DEF".
        COPY "CRYPTWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
        77  ARCH-FILE-STAT      PIC XX.
            88 ARCH-EOF         VALUE "10".
        01  ARCH-FILE-NAME      PIC X(256) VALUE SPACES.
        01  ARCH-IO-NAME        PIC X(256) VALUE SPACES.

        01  RP-TYPE             PIC X(8) VALUE "posix".
        77  RP-POSIX-SW         PIC X VALUE SPACE.

            PERFORM 2000-PARAM.

      * 核對歸檔檔日終封存；未封存/不符仍回放，僅警告
            MOVE ARCH-FILE-NAME TO SEAL-FILE-NAME.
            PERFORM 1810-SEALSCAN THRU 1810-EXIT.
            IF SEAL-UNSEALED OR SEAL-BAD
                DISPLAY "WARNING: ARCHIVE " SEAL-STATE " : "
                        ARCH-FILE-NAME(1:50)
            END-IF.

            IF RP-POSIX
                CALL 'IPC$MQ' USING
                    BY VALUE        IPC-MQ-OPEN,
                GO TO 1000-ERR
            END-IF.

      * 已加密歸檔檔先解成明文暫存檔
            MOVE ARCH-FILE-NAME TO CRYPT-FILE.
            PERFORM 1880-CRYPTOPEN.
            IF CRYPT-RC NOT = 0
                MOVE -1 TO RET-CODE
                MOVE MWRC-FILE TO EXIT-CLASS
                GO TO 1000-ERR
            END-IF.
            MOVE CRYPT-WORK TO ARCH-IO-NAME.

            OPEN INPUT MWREPLAY-ARCH-FILE.
            IF ARCH-FILE-STAT NOT = "00"
                PERFORM 1885-CRYPTCLOSE
                DISPLAY "CANNOT OPEN ARCHIVE : " ARCH-FILE-NAME;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
            END-PERFORM.

            CLOSE MWREPLAY-ARCH-FILE.
            PERFORM 1885-CRYPTCLOSE.

            DISPLAY "-----------------------------------------------".
            MOVE REPLAY-CNT TO CNT-DISP.
            MOVE QUE-NAME TO AUDIT-QUE.
            MOVE REPLAY-CNT TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.
            IF SEAL-UNSEALED OR SEAL-BAD
                MOVE MWRC-WARN TO RETURN-CODE
            ELSE
                MOVE MWRC-OK TO RETURN-CODE
            END-IF.

        0000-EXIT.
            IF NOT QUIET-ON
            IF RET-CODE NOT = IPCERR_OK
                DISPLAY "SEND FAILED AFTER " REPLAY-CNT " MSG(S)"
                CLOSE MWREPLAY-ARCH-FILE
                PERFORM 1885-CRYPTCLOSE
                GO TO 1000-ERR
            END-IF.

            COMPUTE REPLAY-CNT = REPLAY-CNT + 1.

        COPY "SEALPD.DEF".
        COPY "CRYPTPD.DEF".

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.

