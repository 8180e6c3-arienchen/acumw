      */--------------------------------------------------------------
      * MWSEALCK.CBL
      * 歸檔日終封存夜間查核(對 AUDITLOG SINK 筆數與實際內容)
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 稽核要求證明「某日某 QUE 的歸檔完整且未經改動」：
      *    MWSINK 轉日時已於前一日歸檔檔尾附加封存行(筆數/位元組
      *    /檢查碼，見 SEALWS.DEF)；本程式逐檔查核：
      *    - 封存狀態：整檔重算與封存行比對(SEALPD 1810-SEALSCAN)
      *    - 送收對帳：同 QUE 同日 AUDITLOG 中 MWSINK 的 SINK 筆數
      *      合計須等於歸檔實際筆數(.LOG 與 .BLG 合計)
      *    - AUDITLOG 有 SINK 但歸檔檔不見者列 ARCHIVE MISSING
      * 2. -date yyyymmdd 指定歸檔日(預設昨日)；歸檔目錄 -d(預設
      *    依 MWSINKDIR/ARCHIVE)；報表 -o(預設 MWSEALCKRPT)
      * 3. 全部封存一致且對帳相符回 MWRC-OK；任一未封存、封存
      *    不符、筆數不符或檔案遺失回 MWRC-WARN，排入 MWCHECK
      *    每日檢查即有人看
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     MWSINK 送收筆數先讀涵蓋查核日的已封月段(MWLOGROT)，再讀
      *     現行日誌
      * 2026-10-15 ARIEN
      *     歸檔檔名取得的 QUE 不含 POSIX 前導 "/"，對帳前比照 SINK 紀錄
      *     補回，POSIX QUE 不再誤報 MISSING/COUNT DIFF
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWSEALCK.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * ls 產出的當日歸檔檔名清單
            SELECT SEALCK-LIST-FILE ASSIGN TO "MWSEALCKLS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LIST-FILE-STAT.
            SELECT SEALCK-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "SEALSL.DEF".
            COPY "SEGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  SEALCK-LIST-FILE.
        01  LIST-REC                PIC X(256).

        FD  SEALCK-RPT-FILE.
        01  RPT-REC                 PIC X(160).
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "SEALFD.DEF".
        COPY "SEGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "SEGWS.DEF".
        COPY "SEALWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
            88 AUDIT-EOF        VALUE "10".
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

        01  RPT-FILE-NAME       PIC X(FILE_NAME_LEN)
                                 VALUE "MWSEALCKRPT".
        77  ARCH-DIR            PIC X(FILE_NAME_LEN) VALUE SPACES.
        77  CHK-DATE            PIC X(8) VALUE SPACES.
        77  LS-CMD              PIC X(300) VALUE SPACES.

      * 每 QUE 一筆：AUDITLOG SINK 合計與歸檔實際筆數
        01  AQ-TAB.
            05  AQ-ENT OCCURS 500 TIMES.
                10  AQ-QUE      PIC X(64).
                10  AQ-SINK     SIGNED-LONG.
                10  AQ-RECS     SIGNED-LONG.
                10  AQ-FILES    SIGNED-INT.
        77  AQ-CNT              SIGNED-INT VALUE 0.
        77  AQ-IDX              SIGNED-INT VALUE 0.
        77  AQ-HIT              SIGNED-INT VALUE 0.
        01  AQ-KEY              PIC X(64) VALUE SPACES.
        01  AQ-PKEY             PIC X(64) VALUE SPACES.

      * 檔名解析
        01  FILE-BASE           PIC X(128).
        77  FN-LEN              SIGNED-INT VALUE 0.
        77  FN-IDX              SIGNED-INT VALUE 0.
        77  FN-SLASH            SIGNED-INT VALUE 0.
        77  FN-SUFLEN           SIGNED-INT VALUE 0.

      * 日期
        77  TODAY-DATE          PIC X(8).
        77  WORK-NUM            PIC 9(8).
        77  WORK-INT            SIGNED-INT VALUE 0.

      * 統計
        77  FILE-CNT            SIGNED-INT VALUE 0.
        77  OK-CNT              SIGNED-INT VALUE 0.
        77  UNSEAL-CNT          SIGNED-INT VALUE 0.
        77  BAD-CNT             SIGNED-INT VALUE 0.
        77  DIFF-CNT            SIGNED-INT VALUE 0.
        77  MISS-CNT            SIGNED-INT VALUE 0.
        77  CNT-DISP            PIC -(9)9.
        77  CNT-DISP2           PIC -(9)9.
        77  CNT-DISP3           PIC -(9)9.

        01  MSG-QUE.
            05  QUE-NAME        PIC X(IPC-NAME-LEN)
                                VALUE SPACES.
            05  FILLER          PIC X.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

      * 歸檔目錄，可由環境變數 MWSINKDIR 覆蓋
            IF ARCH-DIR = SPACES
                DISPLAY "MWSINKDIR" UPON ENVIRONMENT-NAME
                ACCEPT ARCH-DIR FROM ENVIRONMENT-VALUE
                IF ARCH-DIR = SPACES
                    MOVE "ARCHIVE" TO ARCH-DIR
                END-IF
            END-IF.

      * 預設查核昨日(今日歸檔尚未封存)
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            IF CHK-DATE = SPACES
                COMPUTE WORK-NUM = FUNCTION NUMVAL(TODAY-DATE)
                COMPUTE WORK-INT =
                        FUNCTION INTEGER-OF-DATE(WORK-NUM) - 1
                COMPUTE WORK-NUM = FUNCTION DATE-OF-INTEGER(WORK-INT)
                MOVE WORK-NUM TO CHK-DATE
            END-IF.
            IF CHK-DATE IS NOT NUMERIC
                GO TO 3000-PERR
            END-IF.

            PERFORM 4000-AUDLOAD THRU 4000-EXIT.

            OPEN OUTPUT SEALCK-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            MOVE SPACES TO RPT-REC.
            STRING "MWSEALCK - ARCHIVE SEAL CHECK FOR "
                       DELIMITED BY SIZE
                   CHK-DATE DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(ARCH-DIR) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE "STATE" TO RPT-REC(1:8).
            MOVE "FILE" TO RPT-REC(10:4).
            MOVE "RECS" TO RPT-REC(77:4).
            MOVE "SEAL RECS" TO RPT-REC(84:9).
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:94).
            PERFORM 7900-RPTWRITE.

      * 以 ls 列出當日文字與二進位歸檔
            MOVE SPACES TO LS-CMD.
            STRING "ls " DELIMITED BY SIZE
                   FUNCTION TRIM(ARCH-DIR) DELIMITED BY SIZE
                   "/*_" DELIMITED BY SIZE
                   CHK-DATE DELIMITED BY SIZE
                   ".LOG " DELIMITED BY SIZE
                   FUNCTION TRIM(ARCH-DIR) DELIMITED BY SIZE
                   "/*_" DELIMITED BY SIZE
                   CHK-DATE DELIMITED BY SIZE
                   ".BLG > MWSEALCKLS 2>/dev/null" DELIMITED BY SIZE
                INTO LS-CMD
            END-STRING.
            CALL "SYSTEM" USING LS-CMD.

            OPEN INPUT SEALCK-LIST-FILE.
            IF LIST-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL LIST-EOF
                    READ SEALCK-LIST-FILE
                        AT END
                            MOVE "10" TO LIST-FILE-STAT
                        NOT AT END
                            PERFORM 5000-FILEONE THRU 5000-EXIT
                    END-READ
                END-PERFORM
                CLOSE SEALCK-LIST-FILE
            END-IF.

      * 逐 QUE 對帳：AUDITLOG SINK 合計 vs 歸檔實際筆數
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE "RECONCILE" TO RPT-REC(1:9).
            MOVE "QUE" TO RPT-REC(17:3).
            MOVE "SINK CNT" TO RPT-REC(72:8).
            MOVE "ARCHIVED" TO RPT-REC(84:8).
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:94).
            PERFORM 7900-RPTWRITE.
            PERFORM 6000-RECONONE
                    VARYING AQ-IDX FROM 1 BY 1
                    UNTIL AQ-IDX > AQ-CNT.

            PERFORM 7000-SUMMARY.

            CLOSE SEALCK-RPT-FILE.
            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).

            IF UNSEAL-CNT > 0 OR BAD-CNT > 0
            OR DIFF-CNT > 0 OR MISS-CNT > 0
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
      * 載入當日 MWSINK SINK 紀錄，逐 QUE 合計筆數
      *-----------------------------------------------------------
        4000-AUDLOAD.
            MOVE 0 TO AQ-CNT.
      * 已封月段(MWLOGROT)只讀涵蓋查核日的段，再讀現行日誌
            MOVE "A" TO SEGL-LOG.
            MOVE CHK-DATE TO SEGL-FROM.
            MOVE CHK-DATE TO SEGL-TO.
            PERFORM 1660-SEGLIST THRU 1660-EXIT.
            PERFORM 4050-AUDSEG
                    VARYING SEGL-IDX FROM 1 BY 1
                    UNTIL SEGL-IDX > SEGL-CNT.

            OPEN INPUT AUDIT-LOG-FILE.
            IF AUDIT-FILE-STAT NOT = "00"
                DISPLAY "AUDITLOG NOT FOUND, SINK COUNTS UNAVAILABLE"
                GO TO 4000-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL AUDIT-EOF
                READ AUDIT-LOG-FILE
                    AT END
                        MOVE "10" TO AUDIT-FILE-STAT
                    NOT AT END
                        PERFORM 4060-AUDONE
                END-READ
            END-PERFORM.

            CLOSE AUDIT-LOG-FILE.

        4000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 讀一個已封月段(日誌環境變數暫指段檔開檔)
      *-----------------------------------------------------------
        4050-AUDSEG.
            PERFORM 1665-SEGPOINT.
            OPEN INPUT AUDIT-LOG-FILE.
            PERFORM 1670-SEGBACK.
            IF AUDIT-FILE-STAT NOT = "00"
                DISPLAY "LOG SEGMENT NOT FOUND : "
                        FUNCTION TRIM(SEGL-NAME(SEGL-IDX))
            ELSE
                PERFORM TEST BEFORE UNTIL AUDIT-EOF
                    READ AUDIT-LOG-FILE
                        AT END
                            MOVE "10" TO AUDIT-FILE-STAT
                        NOT AT END
                            PERFORM 4060-AUDONE
                    END-READ
                END-PERFORM
                CLOSE AUDIT-LOG-FILE
            END-IF.

      * 當日 MWSINK SINK 紀錄逐 QUE 合計
        4060-AUDONE.
            IF AUDIT-DATE = CHK-DATE
            AND AUDIT-PGM = "MWSINK"
            AND AUDIT-ACTION = "SINK"
                MOVE AUDIT-QUE TO AQ-KEY
                PERFORM 4500-AQFIND
                IF AQ-HIT > 0
                    COMPUTE AQ-SINK(AQ-HIT) =
                            AQ-SINK(AQ-HIT)
                            + FUNCTION NUMVAL(AUDIT-CNT)
                END-IF
            END-IF.

      * 依 AQ-KEY 找 QUE，查無即新增
        4500-AQFIND.
            MOVE 0 TO AQ-HIT.
            PERFORM VARYING AQ-IDX FROM 1 BY 1
                    UNTIL AQ-IDX > AQ-CNT OR AQ-HIT > 0
                IF AQ-QUE(AQ-IDX) = AQ-KEY
                    MOVE AQ-IDX TO AQ-HIT
                END-IF
            END-PERFORM.
            IF AQ-HIT = 0
                IF AQ-CNT >= 500
                    DISPLAY "QUE TABLE FULL, ENTRY SKIPPED : "
                            AQ-KEY(1:40)
                ELSE
                    COMPUTE AQ-CNT = AQ-CNT + 1
                    MOVE AQ-CNT TO AQ-HIT
                    MOVE AQ-KEY TO AQ-QUE(AQ-HIT)
                    MOVE 0 TO AQ-SINK(AQ-HIT)
                    MOVE 0 TO AQ-RECS(AQ-HIT)
                    MOVE 0 TO AQ-FILES(AQ-HIT)
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 檔名不含 POSIX QUE 的前導 "/"：表內無同名而有 "/" 開頭
      * 者(AUDITLOG SINK 已載入)即改用之(同 MWSIZERPT 5450)
      *-----------------------------------------------------------
        4550-POSIXNAME.
            IF AQ-KEY = SPACES OR AQ-KEY(1:1) = "/"
                GO TO 4550-EXIT
            END-IF.
            MOVE 0 TO AQ-HIT.
            PERFORM VARYING AQ-IDX FROM 1 BY 1
                    UNTIL AQ-IDX > AQ-CNT OR AQ-HIT > 0
                IF AQ-QUE(AQ-IDX) = AQ-KEY
                    MOVE AQ-IDX TO AQ-HIT
                END-IF
            END-PERFORM.
            IF AQ-HIT > 0
                GO TO 4550-EXIT
            END-IF.

            MOVE SPACES TO AQ-PKEY.
            STRING "/" FUNCTION TRIM(AQ-KEY)
                   DELIMITED BY SIZE INTO AQ-PKEY
            END-STRING.
            PERFORM VARYING AQ-IDX FROM 1 BY 1
                    UNTIL AQ-IDX > AQ-CNT OR AQ-HIT > 0
                IF AQ-QUE(AQ-IDX) = AQ-PKEY
                    MOVE AQ-IDX TO AQ-HIT
                    MOVE AQ-PKEY TO AQ-KEY
                END-IF
            END-PERFORM.

        4550-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 查核一個歸檔檔：封存狀態 + 累計該 QUE 實際筆數
      *-----------------------------------------------------------
        5000-FILEONE.
            IF LIST-REC = SPACES
                GO TO 5000-EXIT
            END-IF.

            MOVE SPACES TO SEAL-FILE-NAME.
            MOVE LIST-REC TO SEAL-FILE-NAME.
            PERFORM 1810-SEALSCAN THRU 1810-EXIT.
            IF SEAL-NOFILE
                GO TO 5000-EXIT
            END-IF.
            COMPUTE FILE-CNT = FILE-CNT + 1.

      * 檔名 QUE_YYYYMMDD.LOG：去目錄後去掉尾端 13 碼即 QUE NAME
            COMPUTE FN-LEN = FUNCTION LENGTH(FUNCTION TRIM(LIST-REC)).
            MOVE 0 TO FN-SLASH.
            PERFORM VARYING FN-IDX FROM FN-LEN BY -1
                    UNTIL FN-IDX < 1 OR FN-SLASH > 0
                IF LIST-REC(FN-IDX:1) = "/"
                    MOVE FN-IDX TO FN-SLASH
                END-IF
            END-PERFORM.
            MOVE SPACES TO FILE-BASE.
            MOVE LIST-REC(FN-SLASH + 1:FN-LEN - FN-SLASH) TO FILE-BASE.
            COMPUTE FN-SUFLEN = FN-LEN - FN-SLASH - 13.
            MOVE SPACES TO AQ-KEY.
            IF FN-SUFLEN > 0
                MOVE FILE-BASE(1:FN-SUFLEN) TO AQ-KEY
            END-IF.
            PERFORM 4550-POSIXNAME THRU 4550-EXIT.
            PERFORM 4500-AQFIND.
            IF AQ-HIT > 0
                COMPUTE AQ-RECS(AQ-HIT) = AQ-RECS(AQ-HIT) + SEAL-RECS
                COMPUTE AQ-FILES(AQ-HIT) = AQ-FILES(AQ-HIT) + 1
            END-IF.

            EVALUATE TRUE
                WHEN SEAL-OK
                    COMPUTE OK-CNT = OK-CNT + 1
                WHEN SEAL-UNSEALED
                    COMPUTE UNSEAL-CNT = UNSEAL-CNT + 1
                WHEN OTHER
                    COMPUTE BAD-CNT = BAD-CNT + 1
            END-EVALUATE.

            MOVE SEAL-RECS TO CNT-DISP.
            MOVE SEAL-T-RECS TO CNT-DISP2.
            MOVE SPACES TO RPT-REC.
            MOVE SEAL-STATE TO RPT-REC(1:8).
            MOVE FILE-BASE(1:60) TO RPT-REC(10:60).
            MOVE CNT-DISP TO RPT-REC(71:10).
            IF SEAL-FOUND
                MOVE CNT-DISP2 TO RPT-REC(83:10)
            END-IF.
            PERFORM 7900-RPTWRITE.

      * 封存不符另列封存行所載與重算值
            IF SEAL-BAD
                MOVE SPACES TO RPT-REC
                MOVE SEAL-BYTES TO CNT-DISP
                MOVE SEAL-T-BYTES TO CNT-DISP2
                STRING "         BYTES ACTUAL " CNT-DISP
                       " SEALED " CNT-DISP2
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                IF SEAL-AFTER
                    MOVE "RECORDS AFTER SEAL" TO RPT-REC(70:18)
                END-IF
                PERFORM 7900-RPTWRITE
                MOVE SPACES TO RPT-REC
                MOVE SEAL-SUM TO CNT-DISP
                MOVE SEAL-T-SUM TO CNT-DISP2
                STRING "         SUM   ACTUAL " CNT-DISP
                       " SEALED " CNT-DISP2
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.

        5000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 對帳一個 QUE
      *-----------------------------------------------------------
        6000-RECONONE.
            MOVE AQ-SINK(AQ-IDX) TO CNT-DISP.
            MOVE AQ-RECS(AQ-IDX) TO CNT-DISP2.
            MOVE SPACES TO RPT-REC.
            EVALUATE TRUE
                WHEN AQ-FILES(AQ-IDX) = 0
                    MOVE "MISSING" TO RPT-REC(1:14)
                    COMPUTE MISS-CNT = MISS-CNT + 1
                WHEN AQ-SINK(AQ-IDX) NOT = AQ-RECS(AQ-IDX)
                    MOVE "COUNT DIFF" TO RPT-REC(1:14)
                    COMPUTE DIFF-CNT = DIFF-CNT + 1
                WHEN OTHER
                    MOVE "OK" TO RPT-REC(1:14)
            END-EVALUATE.
            MOVE AQ-QUE(AQ-IDX)(1:54) TO RPT-REC(17:54).
            MOVE CNT-DISP TO RPT-REC(71:10).
            MOVE CNT-DISP2 TO RPT-REC(83:10).
            PERFORM 7900-RPTWRITE.

      *-----------------------------------------------------------
      * 合計
      *-----------------------------------------------------------
        7000-SUMMARY.
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:94).
            PERFORM 7900-RPTWRITE.
            MOVE FILE-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "ARCHIVE FILES      : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE OK-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "SEALED AND INTACT  : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE UNSEAL-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "UNSEALED           : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE BAD-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "SEAL MISMATCH      : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE DIFF-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "SINK COUNT DIFF    : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE MISS-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "ARCHIVE MISSING    : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:100).

        COPY "SEALPD.DEF".

        COPY "SEGPD.DEF".

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
            MOVE "MWSEALCK"      TO INCLOG-PGM.
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

        2000-PARAM.

            ACCEPT PARAM-LIST FROM COMMAND-LINE.
            MOVE 1 TO STRING-PTR.
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 選擇性參數 : -date yyyymmdd , -d arch_dir , -o report_file
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            EVALUATE PARAM-PREV
                                WHEN "-date"
                                    MOVE PARAM TO CHK-DATE
                                WHEN "-d"
                                    MOVE PARAM TO ARCH-DIR
                                WHEN "-o"
                                    MOVE PARAM TO RPT-FILE-NAME
                                WHEN SPACES
                                    CONTINUE
                                WHEN OTHER
                                    GO TO 3000-PERR
                            END-EVALUATE
                        ELSE
                            PERFORM 2500-SETPARAM
                        END-IF
                END-UNSTRING
            END-PERFORM.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"   MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-date" MOVE PARAM TO PARAM-PREV
                WHEN "-d"    MOVE PARAM TO PARAM-PREV
                WHEN "-o"    MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-date"
                            MOVE PARAM TO CHK-DATE
                        WHEN "-d"
                            MOVE PARAM TO ARCH-DIR
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

            DISPLAY "MWSEALCK - Nightly Archive Seal Check".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWSEALCK [options]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-date yyyymmdd]   Archive Day(Default".
            DISPLAY "                     Yesterday)".
            DISPLAY "  [-d arch_dir]      Archive Dir(Default ARCHIVE,".
            DISPLAY "                     env MWSINKDIR)".
            DISPLAY "  [-o report_file]   Report File(Default".
            DISPLAY "                     MWSEALCKRPT)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWSEALCK.
