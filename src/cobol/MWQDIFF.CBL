      * -------------------------------------------------------------
      * 2026-09-02 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     備份檔已加密(MWCRYPT)時先解成明文暫存檔再比對
      *     (CUR-IO-NAME 為實際開檔名)，解不開即報錯
      *
      */
        IDENTIFICATION DIVISION.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT QDIFF-LINE-FILE ASSIGN TO CUR-IO-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CUR-FILE-STAT.
            SELECT QDIFF-BIN-FILE ASSIGN TO CUR-IO-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS CUR-FILE-STAT.
            COPY "INCLOGSL.DEF".
        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "CRYPTWS.DEF".
        COPY "DLQWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        01  A-FILE-NAME         PIC X(256) VALUE SPACES.
        01  B-FILE-NAME         PIC X(256) VALUE SPACES.
        01  CUR-FILE-NAME       PIC X(256) VALUE SPACES.
      * 實際開檔名(已加密備份檔為解密後明文暫存檔)
        01  CUR-IO-NAME         PIC X(256) VALUE SPACES.
        77  ABIN-SW             PIC X VALUE SPACE.
            88 ABIN-ON          VALUE 'Y'.
        77  BBIN-SW             PIC X VALUE SPACE.
      * 自檔案載入一側(LINE 或 -bin 二進位格式)
      *-----------------------------------------------------------
        4000-FILELOAD.
      * 已加密備份檔先解成明文暫存檔再讀
            MOVE CUR-FILE-NAME TO CRYPT-FILE.
            PERFORM 1880-CRYPTOPEN.
            IF CRYPT-RC NOT = 0
                MOVE -1 TO RET-CODE
                MOVE MWRC-FILE TO EXIT-CLASS
                GO TO 1000-ERR
            END-IF.
            MOVE CRYPT-WORK TO CUR-IO-NAME.
            MOVE SPACES TO CUR-FILE-STAT.
            IF CUR-BIN
                OPEN INPUT QDIFF-BIN-FILE
                OPEN INPUT QDIFF-LINE-FILE
            END-IF.
            IF CUR-FILE-STAT NOT = "00"
                PERFORM 1885-CRYPTCLOSE;
                DISPLAY "CANNOT OPEN FILE : " CUR-FILE-NAME;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                END-PERFORM
                CLOSE QDIFF-LINE-FILE
            END-IF.
            PERFORM 1885-CRYPTCLOSE.

        4200-TAKEONE.
            IF SIDE-FLAG = "A"

        COPY "DLQPD.DEF".

        COPY "CRYPTPD.DEF".

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.

