      *     對帳清單帶 MASKED 註記(MWSAVE 遮罩規則有生效)的備份
      *     內容已被 * 遮罩且不可逆，僅供留存查閱，拒絕回灌
      *     (MWRC-DENY)；確實要灌須明示 -masked-ok
      * 2026-10-15 ARIEN
      *     備份檔加密(MWCRYPT)透明解密：已加密者先解成明文暫存
      *     檔再驗證與回灌，結束即清除；解不開(金鑰已下架)以檔案
      *     錯誤中止，一筆都不灌
      *
      */
        IDENTIFICATION DIVISION.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MWLOAD-IN-FILE ASSIGN TO LOAD-IO-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LOAD-FILE-STAT.
      * -bin 二進位安全備份檔(長度前置變長紀錄)
            SELECT MWLOAD-BIN-FILE ASSIGN TO LOAD-IO-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS LOAD-FILE-STAT.
      * MWSAVE 對帳清單檔(save_file.MF)
        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "CRYPTWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
        77  LOAD-FILE-STAT      PIC XX.
            88 LOAD-EOF         VALUE "10".
        01  LOAD-FILE-NAME      PIC X(256) VALUE SPACES.
        01  LOAD-IO-NAME        PIC X(256) VALUE SPACES.
        77  BIN-SW              PIC X VALUE SPACE.
            88 BIN-ON           VALUE 'Y'.
        77  BLOAD-RLEN          PIC 9(5) VALUE 0.

            PERFORM 2000-PARAM.

      * 已加密備份檔先解成明文暫存檔(驗證與回灌皆讀暫存檔)
            MOVE LOAD-FILE-NAME TO CRYPT-FILE.
            PERFORM 1880-CRYPTOPEN.
            IF CRYPT-RC NOT = 0
                MOVE -1 TO RET-CODE
                MOVE MWRC-FILE TO EXIT-CLASS
                GO TO 1000-ERR
            END-IF.
            MOVE CRYPT-WORK TO LOAD-IO-NAME.

      * 回灌前先驗證對帳清單，任一不符即拒灌
            PERFORM 4000-VERIFY THRU 4000-EXIT.
            IF VFY-BAD
            PERFORM 1950-AUDLOG.

        0000-EXIT.
            PERFORM 1885-CRYPTCLOSE.
            IF NOT QUIET-ON
                DISPLAY "PRESS <ENTER> TO EXIT"
                ACCEPT OMITTED

            COMPUTE SENT-CNT = SENT-CNT + 1.

        COPY "CRYPTPD.DEF".

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.

