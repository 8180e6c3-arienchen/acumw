      */--------------------------------------------------------------
      * MWREKEY.CBL
      * 落地加密金鑰輪替：既有歸檔/備份/搶救/死信/轉運檔重新加密
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 金鑰環(MWKEYRING)每行 KEYID|金鑰檔|CURRENT 或 OLD；輪替
      *    時新增新金鑰標 CURRENT、舊金鑰改標 OLD，再執行本程式把
      *    既有檔以新金鑰重加密；全部轉完、報表無 OLDKEY 後舊金鑰
      *    才可自金鑰環下架(已下架金鑰的檔會回 BADKEY 讀不了)
      * 2. 掃描三個目錄及死信檔(同 MWARCHRET 的目錄預設)：
      *    - 歸檔目錄 -d(預設依 MWSINKDIR/ARCHIVE)：.LOG/.BLG
      *    - 工作目錄 -w(預設目前目錄)：.SAL/.SAV/.SVB
      *    - 轉運目錄 -b(預設依 MWBRIDGED/BRIDGE)：.XFR
      *    - 死信檔(MWDLQF，環境變數覆蓋)
      *    已壓縮(.gz)者不處理(解壓後再跑)
      * 3. 逐檔以 MWCRYPT 判斷狀態：
      *    - OLDKEY(含舊金鑰區塊)/PACK(多區塊)：重加密為 CURRENT
      *      金鑰單一區塊
      *    - CLEAR(未加密，啟用加密前的舊檔)：-all 才加密
      *    - CURRENT：不動；BADKEY/CORRUPT：列失敗
      * 4. -list 僅列各檔狀態與金鑰 ID；-dry 列出將處理的檔案但
      *    不動檔；每重加密一檔記 AUDITLOG(REKEY，QUE 欄存檔名)
      * 5. 任一檔失敗(含解不開)RETURN-CODE = 3；金鑰環無 CURRENT
      *    金鑰(且非 -list)RETURN-CODE = 6
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式，配合歸檔/備份/搶救/死信/轉運檔落地加密
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWREKEY.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * find 產出的檔案清單
            SELECT REKEY-LIST-FILE ASSIGN TO "MWREKEYLS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LIST-FILE-STAT.
            SELECT REKEY-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  REKEY-LIST-FILE.
        01  LIST-REC                PIC X(300).

        FD  REKEY-RPT-FILE.
        01  RPT-REC                 PIC X(160).
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "CRYPTWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
      * 1950-AUDLOG 清紀錄前先留存呼叫端設好的動作/QUE/筆數
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.
        77  LIST-FILE-STAT      PIC XX.
            88 LIST-EOF         VALUE "10".
        77  RPT-FILE-STAT       PIC XX.
        77  ERR-TXT             PIC X(80).
        77  ERR-LEN             SIGNED-INT VALUE 0.
        77  RET-CODE            SIGNED-INT VALUE 0.
        77  EXIT-CLASS          SIGNED-INT VALUE 0.

        77  PARAM-LIST          PIC X(255).
        77  PARAM-LIST-SIZE     PIC 9(3).
        77  PARAM               PIC X(80) VALUE SPACE.
        77  PARAM-PREV          PIC X(80) VALUE SPACE.
        77  STRING-PTR          PIC 9(3).
        77  PARAM-FLAG          PIC X VALUE SPACE.
            88 PARAM-END        VALUE 'Y'.
        77  QUIET-SW            PIC X VALUE SPACE.
            88 QUIET-ON         VALUE 'Y'.
        77  DRY-SW              PIC X VALUE SPACE.
            88 DRY-ON           VALUE 'Y'.
        77  LIST-SW             PIC X VALUE SPACE.
            88 LIST-ONLY        VALUE 'Y'.
        77  ALL-SW              PIC X VALUE SPACE.
            88 ALL-ON           VALUE 'Y'.

        01  RPT-FILE-NAME       PIC X(FILE_NAME_LEN)
                                 VALUE "MWREKEYRPT".
        77  ARCH-DIR            PIC X(FILE_NAME_LEN) VALUE SPACES.
        77  WORK-DIR            PIC X(FILE_NAME_LEN) VALUE SPACES.
        77  XFER-DIR            PIC X(FILE_NAME_LEN) VALUE SPACES.
        01  DLQ-NAME            PIC X(256) VALUE SPACES.
        77  CMD-LINE            PIC X(600) VALUE SPACES.
        77  CUR-KEYID           PIC X(16) VALUE SPACES.

      * 檔名解析
        01  FILE-PATH           PIC X(256).
        01  FILE-BASE           PIC X(128).
        77  FN-LEN              SIGNED-INT VALUE 0.
        77  FN-IDX              SIGNED-INT VALUE 0.
        77  FN-SLASH            SIGNED-INT VALUE 0.
        77  ACT-TXT             PIC X(8).

        77  TODAY-DATE          PIC X(8).

      * 統計
        77  SCAN-CNT            SIGNED-INT VALUE 0.
        77  REKEY-CNT           SIGNED-INT VALUE 0.
        77  CLEAR-CNT           SIGNED-INT VALUE 0.
        77  SKIP-CNT            SIGNED-INT VALUE 0.
        77  FAIL-CNT            SIGNED-INT VALUE 0.
        77  CNT-DISP            PIC -(7)9.

        01  MSG-QUE.
            05  QUE-NAME        PIC X(IPC-NAME-LEN)
                                VALUE SPACES.
            05  FILLER          PIC X.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

      * 目錄優先序：參數 > 環境變數 > 內建預設(同 MWARCHRET)
            IF ARCH-DIR = SPACES
                DISPLAY "MWSINKDIR" UPON ENVIRONMENT-NAME
                ACCEPT ARCH-DIR FROM ENVIRONMENT-VALUE
            END-IF.
            IF ARCH-DIR = SPACES
                MOVE "ARCHIVE" TO ARCH-DIR
            END-IF.
            IF WORK-DIR = SPACES
                MOVE "." TO WORK-DIR
            END-IF.
            IF XFER-DIR = SPACES
                DISPLAY "MWBRIDGED" UPON ENVIRONMENT-NAME
                ACCEPT XFER-DIR FROM ENVIRONMENT-VALUE
            END-IF.
            IF XFER-DIR = SPACES
                MOVE "BRIDGE" TO XFER-DIR
            END-IF.
            DISPLAY "MWDLQF" UPON ENVIRONMENT-NAME.
            ACCEPT DLQ-NAME FROM ENVIRONMENT-VALUE.
            IF DLQ-NAME = SPACES
                MOVE "MWDLQF" TO DLQ-NAME
            END-IF.

            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

      * 現行金鑰：無 CURRENT 金鑰只能列示
            MOVE "Q" TO CRYPT-KIND.
            MOVE SPACES TO CRYPT-FILE.
            CALL "MWCRYPT" USING CRYPT-KIND, CRYPT-FILE, CRYPT-WORK,
                                 CRYPT-KEYID, CRYPT-STATE, CRYPT-RC.
            MOVE CRYPT-KEYID TO CUR-KEYID.
            IF CUR-KEYID = SPACES AND NOT LIST-ONLY
                DISPLAY "NO CURRENT KEY IN KEY RING (MWKEYRING),"
                        " NOTHING TO DO"
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            OPEN OUTPUT REKEY-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            MOVE SPACES TO RPT-REC.
            STRING "MWREKEY - AT-REST KEY ROTATION " DELIMITED BY SIZE
                   TODAY-DATE DELIMITED BY SIZE
                   "  CURRENT KEY " DELIMITED BY SIZE
                   CUR-KEYID DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            IF LIST-ONLY
                MOVE "(LIST ONLY)" TO RPT-REC(72:11)
            END-IF.
            IF DRY-ON
                MOVE "(DRY RUN)" TO RPT-REC(72:9)
            END-IF.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:78).
            PERFORM 7900-RPTWRITE.

            PERFORM 4500-FILELIST.

            OPEN INPUT REKEY-LIST-FILE.
            IF LIST-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL LIST-EOF
                    READ REKEY-LIST-FILE
                        AT END
                            MOVE "10" TO LIST-FILE-STAT
                        NOT AT END
                            PERFORM 5000-FILEONE THRU 5000-EXIT
                    END-READ
                END-PERFORM
                CLOSE REKEY-LIST-FILE
            END-IF.

            PERFORM 7000-SUMMARY THRU 7000-EXIT.

            CLOSE REKEY-RPT-FILE.
            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).

            IF FAIL-CNT > 0
                MOVE MWRC-WARN TO RETURN-CODE
            ELSE
                MOVE MWRC-OK TO RETURN-CODE
            END-IF.

        0000-EXIT.
            IF NOT QUIET-ON
                DISPLAY "PRESS <ENTER> TO EXIT"
                ACCEPT OMITTED
            END-IF.
            STOP RUN.

      *-----------------------------------------------------------
      * 以 find 列出三個目錄的候選檔，死信檔存在即附於最後
      *-----------------------------------------------------------
        4500-FILELIST.
            MOVE SPACES TO CMD-LINE.
            STRING "rm -f MWREKEYLS; find " DELIMITED BY SIZE
                   FUNCTION TRIM(ARCH-DIR) DELIMITED BY SIZE
                   " -maxdepth 1 -type f \( -name '*.LOG'"
                   DELIMITED BY SIZE
                   " -o -name '*.BLG' \)"
                   DELIMITED BY SIZE
                   " -print >> MWREKEYLS 2>/dev/null"
                   DELIMITED BY SIZE
                INTO CMD-LINE
            END-STRING.
            CALL "SYSTEM" USING CMD-LINE.

            MOVE SPACES TO CMD-LINE.
            STRING "find " DELIMITED BY SIZE
                   FUNCTION TRIM(WORK-DIR) DELIMITED BY SIZE
                   " -maxdepth 1 -type f \( -name '*.SAL'"
                   DELIMITED BY SIZE
                   " -o -name '*.SAV' -o -name '*.SVB' \)"
                   DELIMITED BY SIZE
                   " -print >> MWREKEYLS 2>/dev/null"
                   DELIMITED BY SIZE
                INTO CMD-LINE
            END-STRING.
            CALL "SYSTEM" USING CMD-LINE.

            MOVE SPACES TO CMD-LINE.
            STRING "find " DELIMITED BY SIZE
                   FUNCTION TRIM(XFER-DIR) DELIMITED BY SIZE
                   " -maxdepth 1 -type f -name '*.XFR'"
                   DELIMITED BY SIZE
                   " -print >> MWREKEYLS 2>/dev/null"
                   DELIMITED BY SIZE
                INTO CMD-LINE
            END-STRING.
            CALL "SYSTEM" USING CMD-LINE.

            MOVE SPACES TO CMD-LINE.
            STRING "test -s " DELIMITED BY SIZE
                   FUNCTION TRIM(DLQ-NAME) DELIMITED BY SIZE
                   " && echo " DELIMITED BY SIZE
                   FUNCTION TRIM(DLQ-NAME) DELIMITED BY SIZE
                   " >> MWREKEYLS" DELIMITED BY SIZE
                INTO CMD-LINE
            END-STRING.
            CALL "SYSTEM" USING CMD-LINE.

      *-----------------------------------------------------------
      * 處理一個檔案：查狀態，依狀態重加密或列示
      *-----------------------------------------------------------
        5000-FILEONE.
            IF LIST-REC = SPACES
                GO TO 5000-EXIT
            END-IF.
            MOVE SPACES TO FILE-PATH.
            MOVE LIST-REC TO FILE-PATH.
            COMPUTE FN-LEN = FUNCTION LENGTH(FUNCTION TRIM(FILE-PATH)).
            MOVE 0 TO FN-SLASH.
            PERFORM VARYING FN-IDX FROM FN-LEN BY -1
                    UNTIL FN-IDX < 1 OR FN-SLASH > 0
                IF FILE-PATH(FN-IDX:1) = "/"
                    MOVE FN-IDX TO FN-SLASH
                END-IF
            END-PERFORM.
            MOVE SPACES TO FILE-BASE.
            MOVE FILE-PATH(FN-SLASH + 1:FN-LEN - FN-SLASH)
                TO FILE-BASE.
            COMPUTE SCAN-CNT = SCAN-CNT + 1.

            MOVE "H" TO CRYPT-KIND.
            MOVE FILE-PATH TO CRYPT-FILE.
            MOVE SPACES TO CRYPT-WORK.
            CALL "MWCRYPT" USING CRYPT-KIND, CRYPT-FILE, CRYPT-WORK,
                                 CRYPT-KEYID, CRYPT-STATE, CRYPT-RC.

            IF LIST-ONLY
                MOVE SPACES TO RPT-REC
                STRING CRYPT-STATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CRYPT-KEYID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FILE-PATH(1:100) DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                IF CRYPT-STATE = "BADKEY" OR CRYPT-STATE = "CORRUPT"
                    COMPUTE FAIL-CNT = FAIL-CNT + 1
                END-IF
                GO TO 5000-EXIT
            END-IF.

            EVALUATE CRYPT-STATE
                WHEN "OLDKEY"
                WHEN "PACK"
                    MOVE "REKEY" TO ACT-TXT
                WHEN "CLEAR"
                    IF ALL-ON
                        MOVE "ENCRYPT" TO ACT-TXT
                    ELSE
                        COMPUTE CLEAR-CNT = CLEAR-CNT + 1
                        GO TO 5000-EXIT
                    END-IF
                WHEN "BADKEY"
                WHEN "CORRUPT"
                    COMPUTE FAIL-CNT = FAIL-CNT + 1
                    MOVE SPACES TO RPT-REC
                    STRING "FAILED  " DELIMITED BY SIZE
                           CRYPT-STATE DELIMITED BY SIZE
                           " KEY " DELIMITED BY SIZE
                           CRYPT-KEYID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FILE-PATH(1:80) DELIMITED BY SIZE
                        INTO RPT-REC
                    END-STRING
                    PERFORM 7900-RPTWRITE
                    GO TO 5000-EXIT
                WHEN OTHER
                    COMPUTE SKIP-CNT = SKIP-CNT + 1
                    GO TO 5000-EXIT
            END-EVALUATE.

            MOVE 0 TO CRYPT-RC.
            IF NOT DRY-ON
                MOVE "K" TO CRYPT-KIND
                MOVE FILE-PATH TO CRYPT-FILE
                MOVE SPACES TO CRYPT-WORK
                CALL "MWCRYPT" USING CRYPT-KIND, CRYPT-FILE,
                                     CRYPT-WORK, CRYPT-KEYID,
                                     CRYPT-STATE, CRYPT-RC
            END-IF.

            MOVE SPACES TO RPT-REC.
            IF CRYPT-RC NOT = 0
                COMPUTE FAIL-CNT = FAIL-CNT + 1
                STRING "FAILED  " DELIMITED BY SIZE
                       ACT-TXT DELIMITED BY SIZE
                       CRYPT-STATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FILE-PATH(1:80) DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            ELSE
                STRING ACT-TXT DELIMITED BY SIZE
                       FILE-PATH(1:100) DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                COMPUTE REKEY-CNT = REKEY-CNT + 1
                IF NOT DRY-ON
                    MOVE "REKEY" TO AUDIT-ACTION
                    MOVE FILE-BASE TO AUDIT-QUE
                    MOVE 1 TO AUDIT-CNT
                    PERFORM 1950-AUDLOG
                END-IF
            END-IF.

        5000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 統計
      *-----------------------------------------------------------
        7000-SUMMARY.
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:78).
            PERFORM 7900-RPTWRITE.

            MOVE SCAN-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "FILES SCANNED     : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            IF LIST-ONLY
                GO TO 7000-FAILS
            END-IF.
            MOVE REKEY-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "RE-ENCRYPTED      : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE SKIP-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "ALREADY CURRENT   : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE CLEAR-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "CLEAR (USE -all)  : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

        7000-FAILS.
            MOVE FAIL-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "FAILED            : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

        7000-EXIT.
            CONTINUE.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:100).

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.

            CALL 'MW$STR' USING
                BY VALUE        SERROR,
                BY VALUE        RET_CODE,
                BY REFERENCE    ERR-TXT,
                BY REFERENCE    ERR-LEN.

            DISPLAY "RUN ERROR : " RET-CODE.
            DISPLAY "          : " ERR-TXT(1:ERR-LEN).

            IF EXIT-CLASS = 0
                MOVE MWRC-IPC TO EXIT-CLASS
            END-IF.
            MOVE EXIT-CLASS TO RETURN-CODE.

            PERFORM 1900-INCLOG.

            GO TO 0000-EXIT.

        1900-INCLOG.
            MOVE SPACES TO INCLOG-REC.
            ACCEPT INCLOG-DATE FROM DATE YYYYMMDD.
            ACCEPT INCLOG-TIME FROM TIME.
            MOVE "MWREKEY"       TO INCLOG-PGM.
            MOVE RET-CODE        TO INCLOG-CODE.
            MOVE ERR-TXT(1:ERR-LEN) TO INCLOG-MSG.
            MOVE QUE-NAME TO INCLOG-QUE.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT INCLOG-OPER FROM ENVIRONMENT-VALUE.
            MOVE "E" TO INCLOG-SEV.

            OPEN EXTEND INCIDENT-LOG-FILE.
            IF INCLOG-FILE-STAT = "35"
                OPEN OUTPUT INCIDENT-LOG-FILE
            END-IF.

      * 防竄改鏈結：前一筆鏈值+本筆內容算出本筆鏈值
            MOVE "I" TO CHAIN-KIND.
            MOVE INCLOG-REC TO CHAIN-BUF.
            MOVE 236 TO CHAIN-BLEN.
            CALL "MWCHAIN" USING CHAIN-KIND, CHAIN-PREV,
                                 CHAIN-BUF, CHAIN-BLEN,
                                 CHAIN-NEXT.
            MOVE CHAIN-NEXT TO INCLOG-CHAIN.

            WRITE INCLOG-REC.
            CLOSE INCIDENT-LOG-FILE.
      * 附加完成，釋放鏈結鎖
            MOVE "E" TO CHAIN-KIND.
            CALL "MWCHAIN" USING CHAIN-KIND, CHAIN-PREV,
                                 CHAIN-BUF, CHAIN-BLEN,
                                 CHAIN-NEXT.

      *-----------------------------------------------------------
      * 重要成功動作附加至共用操作軌跡檔(AUDITLOG)，呼叫前先設妥
      * AUDIT-ACTION/AUDIT-QUE/AUDIT-CNT
      *-----------------------------------------------------------
        1950-AUDLOG.
            MOVE AUDIT-ACTION TO AUDIT-SV-ACTION.
            MOVE AUDIT-QUE TO AUDIT-SV-QUE.
            MOVE AUDIT-CNT TO AUDIT-SV-CNT.
            MOVE SPACES TO AUDIT-REC.
            MOVE AUDIT-SV-ACTION TO AUDIT-ACTION.
            MOVE AUDIT-SV-QUE TO AUDIT-QUE.
            MOVE AUDIT-SV-CNT TO AUDIT-CNT.
            ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-TIME FROM TIME.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT AUDIT-OPER FROM ENVIRONMENT-VALUE.
            MOVE "MWREKEY" TO AUDIT-PGM.

            OPEN EXTEND AUDIT-LOG-FILE.
            IF AUDIT-FILE-STAT = "35"
                OPEN OUTPUT AUDIT-LOG-FILE
            END-IF.
            IF AUDIT-FILE-STAT NOT = "00"
                DISPLAY "AUDITLOG OPEN FAILED, STATUS "
                        AUDIT-FILE-STAT
            ELSE
      * 防竄改鏈結：前一筆鏈值+本筆內容算出本筆鏈值
                MOVE "A" TO CHAIN-KIND
                MOVE AUDIT-REC TO CHAIN-BUF
                MOVE 162 TO CHAIN-BLEN
                CALL "MWCHAIN" USING CHAIN-KIND, CHAIN-PREV,
                                     CHAIN-BUF, CHAIN-BLEN,
                                     CHAIN-NEXT
                MOVE CHAIN-NEXT TO AUDIT-CHAIN
                WRITE AUDIT-REC
                CLOSE AUDIT-LOG-FILE
      * 附加完成，釋放鏈結鎖
                MOVE "E" TO CHAIN-KIND
                CALL "MWCHAIN" USING CHAIN-KIND, CHAIN-PREV,
                                     CHAIN-BUF, CHAIN-BLEN,
                                     CHAIN-NEXT
            END-IF.

        2000-PARAM.

            ACCEPT PARAM-LIST FROM COMMAND-LINE.
            MOVE 1 TO STRING-PTR.
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 選擇性參數 : -d arch_dir , -w work_dir , -b bridge_dir ,
      *              -o report_file , -list , -all , -dry
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            IF PARAM NOT = SPACES
                                PERFORM 2500-SETPARAM
                            END-IF
                            IF PARAM-PREV NOT = SPACES
                                GO TO 3000-PERR
                            END-IF
                        ELSE
                            PERFORM 2500-SETPARAM
                        END-IF
                END-UNSTRING
            END-PERFORM.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"   MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-dry" MOVE "Y" TO DRY-SW
                WHEN "-list" MOVE "Y" TO LIST-SW
                WHEN "-all" MOVE "Y" TO ALL-SW
                WHEN "-d"    MOVE PARAM TO PARAM-PREV
                WHEN "-w"    MOVE PARAM TO PARAM-PREV
                WHEN "-b"    MOVE PARAM TO PARAM-PREV
                WHEN "-o"    MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-d"
                            MOVE PARAM TO ARCH-DIR
                        WHEN "-w"
                            MOVE PARAM TO WORK-DIR
                        WHEN "-b"
                            MOVE PARAM TO XFER-DIR
                        WHEN "-o"
                            MOVE PARAM TO RPT-FILE-NAME
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
                    MOVE SPACES TO PARAM-PREV
            END-EVALUATE.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWREKEY - At-Rest Encryption Key Rotation".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWREKEY [options]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-d arch_dir]      .LOG/.BLG Archive Directory".
            DISPLAY "                     (Default ARCHIVE Or".
            DISPLAY "                     env MWSINKDIR)".
            DISPLAY "  [-w work_dir]      .SAL/.SAV/.SVB".
            DISPLAY "                     Directory(Default .)".
            DISPLAY "  [-b bridge_dir]    .XFR Directory".
            DISPLAY "                     (Default BRIDGE Or".
            DISPLAY "                     env MWBRIDGED)".
            DISPLAY "  [-o report_file]   Report File(Default".
            DISPLAY "                     MWREKEYRPT)".
            DISPLAY "  [-list]            Show State/Key Of Each File".
            DISPLAY "  [-all]             Also Encrypt Clear Files".
            DISPLAY "  [-dry]             List Only, Change Nothing".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            DISPLAY "  Key ring : MWKEYRING KEYID|key_file|CURRENT|OLD".
            DISPLAY "  Dead-letter file MWDLQF is included".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWREKEY.
