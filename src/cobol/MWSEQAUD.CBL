      * 2026-09-02 ARIEN
      *     改讀 -bin 長度前置歸檔(.BLG)：封套位元組含換行時
      *     .LOG 逐行歸檔會切斷紀錄，以致未遺失卻報缺號
      * 2026-10-15 ARIEN
      *     歸檔加密(MWCRYPT)透明解密：已加密 .BLG 先解成明文
      *     暫存檔再核對，讀畢清除
      * 2026-10-15 ARIEN
      *     略過 MWSINK 封存的 SEAL 尾紀錄，封存檔不再多報一筆訊息與缺號
      *
      */
        IDENTIFICATION DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * MWSINK -bin 二進位安全歸檔檔(長度前置變長紀錄)
            SELECT SEQAUD-ARCH-FILE ASSIGN TO ARCH-IO-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS ARCH-FILE-STAT.
      * 發送側序號保留檔(QUE.SEQ)
        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "CRYPTWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  ARCH-FILE-STAT      PIC XX.
        77  AUD-DATE            PIC X(8) VALUE SPACES.
        77  ARCH-DIR            PIC X(FILE_NAME_LEN) VALUE SPACES.
        01  ARCH-FILE-NAME      PIC X(256) VALUE SPACES.
        01  ARCH-IO-NAME        PIC X(256) VALUE SPACES.
        01  SEQ-FILE-NAME       PIC X(256) VALUE SPACES.

      * 歸檔行解析
                   ".BLG" DELIMITED BY SIZE
                   INTO ARCH-FILE-NAME.

      * 已加密歸檔檔先解成明文暫存檔
            MOVE ARCH-FILE-NAME TO CRYPT-FILE.
            PERFORM 1880-CRYPTOPEN.
            IF CRYPT-RC NOT = 0
                MOVE -1 TO RET-CODE
                MOVE MWRC-FILE TO EXIT-CLASS
                GO TO 1000-ERR
            END-IF.
            MOVE CRYPT-WORK TO ARCH-IO-NAME.

            OPEN INPUT SEQAUD-ARCH-FILE.
            IF ARCH-FILE-STAT NOT = "00"
                PERFORM 1885-CRYPTCLOSE
                DISPLAY "ARCHIVE NOT FOUND : "
                        ARCH-FILE-NAME(1:60);
                MOVE -1 TO RET-CODE;
            END-PERFORM.

            CLOSE SEQAUD-ARCH-FILE.
            PERFORM 1885-CRYPTCLOSE.

            PERFORM 6000-GAPSCAN.
            PERFORM 7000-REPORT.
      * 解析一筆歸檔紀錄，萃取封套序號
      *-----------------------------------------------------------
        5000-SCANREC.
      * MWSINK 封存的 SEAL 尾紀錄非訊息，不計
            IF SA-TYPE = "SEAL "
                GO TO 5000-EXIT
            END-IF.

            COMPUTE BODY-LEN = SA-RLEN - 37.

      * 封套須至少 16 BYTES 序號+時戳
                DISPLAY "RESULT            : ANOMALY - INVESTIGATE"
            END-IF.

        COPY "CRYPTPD.DEF".

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.

