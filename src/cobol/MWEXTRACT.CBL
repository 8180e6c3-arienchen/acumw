      */--------------------------------------------------------------
      * MWEXTRACT.CBL
      * 定時 QUE 抽檔：截止時點清空 QUE 產出帶控制總數之平面檔
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 批次排程於截止時點(-cut HHMM)執行：以 QUE 當下深度為
      *    本批筆數上限(截止後才進 QUE 者屬下一批)，逐筆取出寫入
      *    平面檔供主機/下游批次讀取；帶封套訊息去封套只留內容
      * 2. 平面檔第一行為表頭(QUE、營業日、截止時刻、產檔日時)，
      *    最後一行為表尾(筆數、金額雜湊)，格式見 CTOTWS.DEF；
      *    金額雜湊取 MWFMTS 中該 QUE 的 AMT 規則欄位，無 AMT 規則
      *    時雜湊為 0，金額欄非數字者不計入並顯示筆數
      * 3. 檔名 -d out_dir/QUE_yyyymmdd_HHMM.DAT(QUE NAME 去開頭
      *    "/"，其餘 "/" 換 "_")，輸出目錄預設 .，可由環境變數
      *    MWEXTDIR 覆蓋；-date 營業日預設今日
      * 4. 原子產檔：先寫 .TMP，表尾寫妥後 mv -f 為 .DAT，再寫 .OK
      *    完成標記檔，下游見 .OK 才取檔；.CTL 記本批筆數上限
      * 5. 重跑安全：
      *    - 已有 .OK：顯示 ALREADY EXTRACTED，不再取件
      *    - 已有 .DAT 無 .OK(換檔後中斷)：補 .OK 與操作軌跡
      *    - 已有 .CTL(取件中斷)：沿用 .TMP 已寫筆數與雜湊，只補
      *      取到原筆數上限，不另產新檔、不重複取件
      * 6. 完成時記 EXTRACT 動作(筆數 = 本檔筆數)至共用操作軌跡
      *    檔(AUDITLOG)，MWFLOWRPT 計為來源 QUE 取件；帶封套訊息
      *    附加跳點至共用軌跡檔(MWTRACEJ)
      * 7. 寫檔失敗：手上那筆寄存死信檔後停機，.TMP/.CTL 保留供
      *    修復後重跑續取；營業日為今日而未到截止時刻拒絕執行
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWEXTRACT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * 抽檔暫存檔(表尾寫妥後 mv -f 為正式檔)
            SELECT MWEXTRACT-TMP-FILE ASSIGN TO TMP-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS TMP-FILE-STAT.
      * 正式抽檔(僅於換檔後讀表尾)
            SELECT MWEXTRACT-DAT-FILE ASSIGN TO DAT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DAT-FILE-STAT.
      * 本批筆數上限控制檔
            SELECT MWEXTRACT-CTL-FILE ASSIGN TO CTL-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CTL-FILE-STAT.
      * 完成標記檔
            SELECT MWEXTRACT-OK-FILE ASSIGN TO OK-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OK-FILE-STAT.
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "DLQSL.DEF".
            COPY "TRACESL.DEF".
            COPY "FMTSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  MWEXTRACT-TMP-FILE.
        01  TMP-REC                 PIC X(10240).

        FD  MWEXTRACT-DAT-FILE.
        01  DAT-REC                 PIC X(10240).

        FD  MWEXTRACT-CTL-FILE.
        01  CTL-REC.
            05  CTL-TAG             PIC X(7).
            05  CTL-TARGET          PIC 9(9).
            05  FILLER              PIC X(6).
            05  CTL-SDATE           PIC X(8).
            05  FILLER              PIC X.
            05  CTL-STIME           PIC X(6).
            05  FILLER              PIC X(43).

        FD  MWEXTRACT-OK-FILE.
        01  OK-REC                  PIC X(160).
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "DLQFD.DEF".
        COPY "TRACEFD.DEF".
        COPY "FMTFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "DLQWS.DEF".
        COPY "TRACEWS.DEF".
        COPY "FMTWS.DEF".
        COPY "CTOTWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
      * 1950-AUDLOG 清紀錄前先留存呼叫端設好的動作/QUE/筆數
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.
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

      * 營業日/截止時刻
        77  BIZ-DATE            PIC X(8) VALUE SPACES.
        77  CUT-HHMM            PIC X(4) VALUE SPACES.
        77  TODAY-DATE          PIC X(8).
        01  NOW-TIME.
            05  NOW-HHMM        PIC X(4).
            05  NOW-SS          PIC X(2).
            05  NOW-CC          PIC X(2).

      * 抽檔檔名(同一基底：.DAT/.TMP/.CTL/.OK)
        77  EXT-DIR             PIC X(FILE_NAME_LEN) VALUE SPACES.
        01  EXT-QUE-FN          PIC X(64) VALUE SPACES.
        01  EXT-BASE            PIC X(256) VALUE SPACES.
        01  DAT-FILE-NAME       PIC X(256) VALUE SPACES.
        01  TMP-FILE-NAME       PIC X(256) VALUE SPACES.
        01  CTL-FILE-NAME       PIC X(256) VALUE SPACES.
        01  OK-FILE-NAME        PIC X(256) VALUE SPACES.
        77  TMP-FILE-STAT       PIC XX.
            88 TMP-EOF          VALUE "10".
        77  DAT-FILE-STAT       PIC XX.
            88 DAT-EOF          VALUE "10".
        77  CTL-FILE-STAT       PIC XX.
        77  OK-FILE-STAT        PIC XX.
        77  EXT-CMD             PIC X(600) VALUE SPACES.

      * 重跑狀態
        77  EXT-STATE           PIC X(6) VALUE SPACES.
            88 EXT-DONE         VALUE "DONE".
            88 EXT-MOVED        VALUE "MOVED".
            88 EXT-RESUME       VALUE "RESUME".
            88 EXT-NEW          VALUE "NEW".
        77  TRL-SEEN-SW         PIC X VALUE SPACE.
            88 TRL-SEEN         VALUE 'Y'.
        77  PREV-SW             PIC X VALUE SPACE.
            88 PREV-HELD        VALUE 'Y'.
        01  PREV-LINE           PIC X(10240).
        77  LINE-NO             SIGNED-LONG VALUE 0.

      * 筆數
        77  EXT-TARGET          SIGNED-LONG VALUE 0.
        77  EXT-PRIOR-CNT       SIGNED-LONG VALUE 0.
        77  EXT-RUN-CNT         SIGNED-LONG VALUE 0.
        77  CNT-DISP            PIC -(9)9.
        77  HASH-DISP           PIC Z(17)9.

        01  SRC-TYPE            PIC X(8) VALUE "posix".
        77  SRC-POSIX-SW        PIC X VALUE SPACE.
            88 SRC-POSIX        VALUE 'Y'.
        77  SRC-TYPE-UC         PIC X(5) VALUE SPACES.

      * 本筆訊息共通視圖
        01  CUR-MSG.
            05  CUR-LEN         SIGNED-INT VALUE 0.
            05  CUR-PRI         SIGNED-LONG VALUE 0.
            05  CUR-BODY        PIC X(10240).
            05  FILLER REDEFINES CUR-BODY.
                10 CUR-ENV-SEQ  SIGNED-LONG.
                10 CUR-ENV-TICKS SIGNED-LONG.
                10 FILLER       PIC X(10224).

        01  MSG-ID              SIGNED-INT VALUE 0.
        01  MSG-QUE.
            05  QUE-NAME        PIC X(IPC-NAME-LEN)
                                VALUE SPACES.
            05  FILLER          PIC X.

        01  MQ-DATA.
            05  MQ-LEN          SIGNED-INT.
            05  MQ-PRIOR        SIGNED-INT VALUE 1.
            05  MQ-BODY         PIC X(10240).

        01  MSG-DATA.
            05  MSG-LEN         SIGNED-INT.
            05  MSG-TYPE        SIGNED-LONG VALUE 0.
            05  MSG-BODY        PIC X(10240).

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

      * 雜湊欄位：MWFMTS 中本 QUE 的 AMT 規則
            PERFORM 1740-FMTLOAD THRU 1740-EXIT.
            MOVE QUE-NAME TO FMT-QUE-KEY.
            PERFORM 1860-CTOTAMT.

            PERFORM 4000-NAMES.
            PERFORM 4100-STATECHK.

            EVALUATE TRUE
                WHEN EXT-DONE
                    DISPLAY "ALREADY EXTRACTED : "
                            FUNCTION TRIM(DAT-FILE-NAME)
                    MOVE MWRC-OK TO RETURN-CODE
                    GO TO 0000-EXIT
                WHEN EXT-MOVED
      * 換檔後中斷：正式檔已完整，依表尾補完成標記與軌跡
                    PERFORM 4500-DATTRL THRU 4500-EXIT
                    PERFORM 7500-MARKOK THRU 7500-EXIT
                    DISPLAY "EXTRACT COMPLETED FROM PRIOR RUN"
                    PERFORM 7900-SUMMARY
                    MOVE MWRC-OK TO RETURN-CODE
                    GO TO 0000-EXIT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

            PERFORM 4200-CUTCHK.

            IF EXT-RESUME
                PERFORM 4300-CTLREAD THRU 4300-EXIT
                PERFORM 4400-TMPREAD THRU 4400-EXIT
                MOVE CTOT-CNT TO EXT-PRIOR-CNT
                MOVE EXT-PRIOR-CNT TO CNT-DISP
                DISPLAY "RESUMING, ALREADY IN FILE : " CNT-DISP
            ELSE
                PERFORM 4600-SNAPSHOT
                PERFORM 4700-CTLWRITE
                PERFORM 4800-TMPNEW
            END-IF.
            MOVE EXT-TARGET TO CNT-DISP.
            DISPLAY "MSGS UP TO CUT-OFF        : " CNT-DISP.

            IF NOT TRL-SEEN AND CTOT-CNT < EXT-TARGET
                PERFORM 5000-SRCOPEN
                PERFORM 5100-DRAIN
            END-IF.

            PERFORM 7000-FINISH THRU 7000-EXIT.
            PERFORM 7500-MARKOK THRU 7500-EXIT.
            PERFORM 7900-SUMMARY.

            IF CTOT-BADAMT > 0
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
      * 組檔名：out_dir/QUE_yyyymmdd_HHMM.DAT/.TMP/.CTL/.OK
      *-----------------------------------------------------------
        4000-NAMES.
            MOVE SPACES TO EXT-QUE-FN.
            IF QUE-NAME(1:1) = "/"
                MOVE QUE-NAME(2:) TO EXT-QUE-FN
            ELSE
                MOVE QUE-NAME TO EXT-QUE-FN
            END-IF.
            INSPECT EXT-QUE-FN REPLACING ALL "/" BY "_".

            MOVE SPACES TO EXT-BASE.
            STRING FUNCTION TRIM(EXT-DIR) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(EXT-QUE-FN) DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   BIZ-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   CUT-HHMM DELIMITED BY SIZE
                   INTO EXT-BASE.

            MOVE SPACES TO DAT-FILE-NAME.
            STRING FUNCTION TRIM(EXT-BASE) ".DAT"
                   DELIMITED BY SIZE INTO DAT-FILE-NAME.
            MOVE SPACES TO TMP-FILE-NAME.
            STRING FUNCTION TRIM(EXT-BASE) ".TMP"
                   DELIMITED BY SIZE INTO TMP-FILE-NAME.
            MOVE SPACES TO CTL-FILE-NAME.
            STRING FUNCTION TRIM(EXT-BASE) ".CTL"
                   DELIMITED BY SIZE INTO CTL-FILE-NAME.
            MOVE SPACES TO OK-FILE-NAME.
            STRING FUNCTION TRIM(EXT-BASE) ".OK"
                   DELIMITED BY SIZE INTO OK-FILE-NAME.

      *-----------------------------------------------------------
      * 判斷本批進度：.OK 完成 / .DAT 已換檔 / .CTL 取件中 / 新批
      *-----------------------------------------------------------
        4100-STATECHK.
            MOVE "NEW" TO EXT-STATE.

            OPEN INPUT MWEXTRACT-OK-FILE.
            IF OK-FILE-STAT = "00"
                CLOSE MWEXTRACT-OK-FILE
                MOVE "DONE" TO EXT-STATE
            ELSE
                OPEN INPUT MWEXTRACT-DAT-FILE
                IF DAT-FILE-STAT = "00"
                    CLOSE MWEXTRACT-DAT-FILE
                    MOVE "MOVED" TO EXT-STATE
                ELSE
                    OPEN INPUT MWEXTRACT-CTL-FILE
                    IF CTL-FILE-STAT = "00"
                        CLOSE MWEXTRACT-CTL-FILE
                        MOVE "RESUME" TO EXT-STATE
                    END-IF
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 營業日為今日時須已過截止時刻；未來營業日一律拒絕
      *-----------------------------------------------------------
        4200-CUTCHK.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT NOW-TIME FROM TIME.
            IF BIZ-DATE > TODAY-DATE
            OR (BIZ-DATE = TODAY-DATE AND NOW-HHMM < CUT-HHMM)
                DISPLAY "CUT-OFF " BIZ-DATE " " CUT-HHMM
                        " NOT YET REACHED, EXTRACT REFUSED"
                MOVE MWRC-DENY TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

      *-----------------------------------------------------------
      * 續取：讀回本批筆數上限
      *-----------------------------------------------------------
        4300-CTLREAD.
            MOVE SPACES TO CTL-REC.
            OPEN INPUT MWEXTRACT-CTL-FILE.
            IF CTL-FILE-STAT NOT = "00"
                GO TO 4300-EXIT
            END-IF.
            READ MWEXTRACT-CTL-FILE
                AT END
                    MOVE SPACES TO CTL-REC
            END-READ.
            CLOSE MWEXTRACT-CTL-FILE.

        4300-EXIT.
            IF CTL-TAG NOT = "TARGET=" OR CTL-TARGET IS NOT NUMERIC
                DISPLAY "CONTROL FILE DAMAGED : "
                        FUNCTION TRIM(CTL-FILE-NAME)
                MOVE -1 TO RET-CODE
                MOVE "EXTRACT CONTROL FILE DAMAGED, RUN STOPPED"
                    TO ERR-TXT
                MOVE MWRC-FILE TO EXIT-CLASS
                GO TO 1000-FAIL
            END-IF.
            MOVE CTL-TARGET TO EXT-TARGET.

      *-----------------------------------------------------------
      * 續取：重算 .TMP 已寫筆數與雜湊；最後一行若為筆數相符的
      * 表尾(寫表尾後、換檔前中斷)即不再取件。.TMP 不存在(寫妥
      * .CTL 即中斷)則照新批開檔
      *-----------------------------------------------------------
        4400-TMPREAD.
            MOVE SPACES TO TMP-FILE-STAT.
            MOVE SPACE TO PREV-SW.
            MOVE 0 TO LINE-NO.
            OPEN INPUT MWEXTRACT-TMP-FILE.
            IF TMP-FILE-STAT NOT = "00"
                PERFORM 4800-TMPNEW
                GO TO 4400-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL TMP-EOF
                READ MWEXTRACT-TMP-FILE
                    AT END
                        MOVE "10" TO TMP-FILE-STAT
                    NOT AT END
                        PERFORM 4450-TMPLINE THRU 4450-EXIT
                END-READ
            END-PERFORM.
            CLOSE MWEXTRACT-TMP-FILE.

      * 最後一行：筆數相符的表尾即視為已收尾，否則為明細
            IF PREV-HELD
                MOVE PREV-LINE(1:30) TO CTOT-TRL-REC
                IF CTOT-T-ID = "TRL" AND CTOT-T-CNT IS NUMERIC
                AND CTOT-T-HASH IS NUMERIC
                AND CTOT-T-CNT = CTOT-CNT
                AND PREV-LINE(31:) = SPACES
                    MOVE "Y" TO TRL-SEEN-SW
                ELSE
                    PERFORM 4470-PREVADD
                END-IF
            END-IF.

        4400-EXIT.
            CONTINUE.

      * 第一行須為本 QUE 的表頭；其餘落後一行累計(留最後一行判斷)
        4450-TMPLINE.
            ADD 1 TO LINE-NO.
            IF LINE-NO = 1
                MOVE TMP-REC(1:93) TO CTOT-HDR-REC
                IF CTOT-H-ID NOT = "HDR" OR CTOT-H-QUE NOT = QUE-NAME
                    DISPLAY "WORK FILE HEADER MISMATCH : "
                            FUNCTION TRIM(TMP-FILE-NAME)
                    CLOSE MWEXTRACT-TMP-FILE
                    MOVE -1 TO RET-CODE
                    MOVE "EXTRACT WORK FILE HEADER MISMATCH"
                        TO ERR-TXT
                    MOVE MWRC-FILE TO EXIT-CLASS
                    GO TO 1000-FAIL
                END-IF
                GO TO 4450-EXIT
            END-IF.
            IF PREV-HELD
                PERFORM 4470-PREVADD
            END-IF.
            MOVE TMP-REC TO PREV-LINE.
            MOVE "Y" TO PREV-SW.

        4450-EXIT.
            CONTINUE.

        4470-PREVADD.
            MOVE PREV-LINE TO FMT-BUF.
            IF PREV-LINE = SPACES
                MOVE 0 TO FMT-LEN
            ELSE
                COMPUTE FMT-LEN = FUNCTION LENGTH(
                        FUNCTION TRIM(PREV-LINE TRAILING))
            END-IF.
            PERFORM 1862-CTOTADD.

      *-----------------------------------------------------------
      * 換檔後中斷：自正式檔表尾取回筆數與雜湊
      *-----------------------------------------------------------
        4500-DATTRL.
            MOVE SPACES TO CTOT-TRL-REC.
            OPEN INPUT MWEXTRACT-DAT-FILE.
            IF DAT-FILE-STAT NOT = "00"
                GO TO 4500-EXIT
            END-IF.
            PERFORM TEST BEFORE UNTIL DAT-EOF
                READ MWEXTRACT-DAT-FILE
                    AT END
                        MOVE "10" TO DAT-FILE-STAT
                    NOT AT END
                        MOVE DAT-REC(1:30) TO CTOT-TRL-REC
                END-READ
            END-PERFORM.
            CLOSE MWEXTRACT-DAT-FILE.

        4500-EXIT.
            IF CTOT-T-ID NOT = "TRL" OR CTOT-T-CNT IS NOT NUMERIC
            OR CTOT-T-HASH IS NOT NUMERIC
                DISPLAY "EXTRACT FILE HAS NO TRAILER : "
                        FUNCTION TRIM(DAT-FILE-NAME)
                MOVE -1 TO RET-CODE
                MOVE "EXTRACT FILE WITHOUT TRAILER, NOT MARKED OK"
                    TO ERR-TXT
                MOVE MWRC-FILE TO EXIT-CLASS
                GO TO 1000-FAIL
            END-IF.
            MOVE CTOT-T-CNT TO CTOT-CNT.
            MOVE CTOT-T-HASH TO CTOT-HASH.

      *-----------------------------------------------------------
      * 新批：以 QUE 當下深度為本批筆數上限(不開 QUE 即可取得)
      *-----------------------------------------------------------
        4600-SNAPSHOT.
            IF SRC-POSIX
                CALL 'IPC$MQ' USING
                    BY VALUE        IPC-MQ-STATUS,
                    BY REFERENCE    MSG-QUE,
                    BY REFERENCE    IPC-MQ-ATTR-T
                    GIVING INTO RET-CODE
                IF RET-CODE = IPCERR_OK
                    MOVE IPC-MQATTR-CNT TO EXT-TARGET
                END-IF
            ELSE
                CALL 'IPC$MSG' USING
                    BY VALUE        IPC-MSG-STATUS,
                    BY REFERENCE    MSG-QUE,
                    BY REFERENCE    IPC-MSG-ATTR-T
                    GIVING INTO RET-CODE
                IF RET-CODE = IPCERR_OK
                    MOVE IPC-MSGATTR-MSGCNT TO EXT-TARGET
                END-IF
            END-IF.

            IF RET-CODE NOT = IPCERR_OK
                DISPLAY "QUE STATUS FAILED : " QUE-NAME(1:40)
                GO TO 1000-ERR
            END-IF.

        4700-CTLWRITE.
            MOVE SPACES TO CTL-REC.
            MOVE "TARGET=" TO CTL-TAG.
            MOVE EXT-TARGET TO CTL-TARGET.
            MOVE " SNAP=" TO CTL-REC(17:6).
            ACCEPT CTL-SDATE FROM DATE YYYYMMDD.
            ACCEPT NOW-TIME FROM TIME.
            MOVE NOW-TIME(1:6) TO CTL-STIME.

            OPEN OUTPUT MWEXTRACT-CTL-FILE.
            IF CTL-FILE-STAT = "00"
                WRITE CTL-REC
            END-IF.
            IF CTL-FILE-STAT NOT = "00"
                DISPLAY "CANNOT WRITE CONTROL FILE : "
                        FUNCTION TRIM(CTL-FILE-NAME)
                MOVE -1 TO RET-CODE
                MOVE "EXTRACT CONTROL FILE NOT WRITABLE" TO ERR-TXT
                MOVE MWRC-FILE TO EXIT-CLASS
                GO TO 1000-FAIL
            END-IF.
            CLOSE MWEXTRACT-CTL-FILE.

      * 開新暫存檔並寫表頭
        4800-TMPNEW.
            MOVE SPACES TO CTOT-HDR-REC.
            MOVE "HDR" TO CTOT-H-ID.
            MOVE QUE-NAME TO CTOT-H-QUE.
            MOVE BIZ-DATE TO CTOT-H-BDATE.
            MOVE CUT-HHMM TO CTOT-H-CUTOFF.
            ACCEPT CTOT-H-CDATE FROM DATE YYYYMMDD.
            ACCEPT NOW-TIME FROM TIME.
            MOVE NOW-TIME(1:6) TO CTOT-H-CTIME.

            OPEN OUTPUT MWEXTRACT-TMP-FILE.
            IF TMP-FILE-STAT = "00"
                MOVE SPACES TO TMP-REC
                MOVE CTOT-HDR-REC TO TMP-REC
                WRITE TMP-REC
            END-IF.
            IF TMP-FILE-STAT NOT = "00"
                DISPLAY "CANNOT WRITE EXTRACT FILE : "
                        FUNCTION TRIM(TMP-FILE-NAME)
                MOVE -1 TO RET-CODE
                MOVE "EXTRACT FILE NOT WRITABLE" TO ERR-TXT
                MOVE MWRC-FILE TO EXIT-CLASS
                GO TO 1000-FAIL
            END-IF.
            CLOSE MWEXTRACT-TMP-FILE.

      *-----------------------------------------------------------
      * 開啟來源 QUE(非阻塞接收)
      *-----------------------------------------------------------
        5000-SRCOPEN.
            IF SRC-POSIX
                CALL 'IPC$MQ' USING
                    BY VALUE        IPC-MQ-OPEN,
                    BY REFERENCE    MSG-ID,
                    BY REFERENCE    MSG-QUE,
                    BY VALUE        IPC_NOWAIT,
                    GIVING INTO RET-CODE
            ELSE
                CALL 'IPC$MSG' USING
                    BY VALUE        IPC-MSG-OPEN,
                    BY REFERENCE    MSG-ID,
                    BY REFERENCE    MSG-QUE,
                    BY VALUE        IPC-BLOCK,
                    GIVING INTO RET-CODE
            END-IF.

            IF RET-CODE NOT = IPCERR_OK
                DISPLAY "QUE OPEN FAILED : " QUE-NAME(1:40)
                GO TO 1000-ERR
            END-IF.

      *-----------------------------------------------------------
      * 取件至本批筆數上限；QUE 先取空(他人已取走)即提早收尾
      *-----------------------------------------------------------
        5100-DRAIN.
            PERFORM TEST BEFORE
                    UNTIL CTOT-CNT >= EXT-TARGET
                    OR RET-CODE NOT = IPCERR_OK
                IF SRC-POSIX
                    MOVE LENGTH OF MQ-BODY TO MQ-LEN
                    CALL 'IPC$MQ' USING
                        BY VALUE        IPC-MQ-RECV,
                        BY VALUE        MSG-ID,
                        BY REFERENCE    MQ-DATA,
                        GIVING INTO RET-CODE
                    IF RET-CODE = IPCERR_OK
                        MOVE MQ-LEN TO CUR-LEN
                        MOVE MQ-PRIOR TO CUR-PRI
                        MOVE MQ-BODY TO CUR-BODY
                        PERFORM 5500-EXTONE
                    END-IF
                ELSE
                    MOVE LENGTH OF MSG-BODY TO MSG-LEN
                    MOVE 0 TO MSG-TYPE
                    CALL 'IPC$MSG' USING
                        BY VALUE        IPC-MSG-RECV,
                        BY VALUE        MSG-ID,
                        BY REFERENCE    MSG-DATA,
                        BY VALUE        IPC_NOWAIT,
                        GIVING INTO RET-CODE
                    IF RET-CODE = IPCERR_OK
                        MOVE MSG-LEN TO CUR-LEN
                        MOVE MSG-TYPE TO CUR-PRI
                        MOVE MSG-BODY TO CUR-BODY
                        PERFORM 5500-EXTONE
                    END-IF
                END-IF
            END-PERFORM.

            IF RET-CODE = IPCERR_ENOMSG
                DISPLAY "QUE EMPTIED BEFORE CUT-OFF COUNT REACHED"
            ELSE
                IF RET-CODE NOT = IPCERR_OK
                    GO TO 1000-ERR
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 寫一筆明細：帶封套者記跳點並去封套；逐筆開關檔確保落地
      *-----------------------------------------------------------
        5500-EXTONE.
            MOVE SPACES TO FMT-BUF.
            IF CUR-LEN > 16 AND CUR-ENV-SEQ > 0
            AND CUR-ENV-TICKS > 0
                MOVE "MWEXTRAC" TO TRC-PGM
                MOVE QUE-NAME TO TRC-QUE
                MOVE CUR-ENV-SEQ TO TRC-SEQ
                PERFORM 1970-TRACEHOP
                COMPUTE FMT-LEN = CUR-LEN - 16
                MOVE CUR-BODY(17:FMT-LEN) TO FMT-BUF
            ELSE
                MOVE CUR-LEN TO FMT-LEN
                IF FMT-LEN > 0
                    MOVE CUR-BODY(1:FMT-LEN) TO FMT-BUF
                END-IF
            END-IF.

            OPEN EXTEND MWEXTRACT-TMP-FILE.
            IF TMP-FILE-STAT NOT = "00"
                PERFORM 5800-WRTFAIL
            END-IF.
            MOVE FMT-BUF TO TMP-REC.
            WRITE TMP-REC.
            IF TMP-FILE-STAT NOT = "00"
                CLOSE MWEXTRACT-TMP-FILE
                PERFORM 5800-WRTFAIL
            END-IF.
            CLOSE MWEXTRACT-TMP-FILE.

            PERFORM 1862-CTOTADD.
            ADD 1 TO EXT-RUN-CNT.

      *-----------------------------------------------------------
      * 寫檔失敗：已取出的那筆寄存死信檔(原 QUE)後停機，暫存檔
      * 與控制檔保留，修復後重跑自動續取
      *-----------------------------------------------------------
        5800-WRTFAIL.
            DISPLAY "EXTRACT FILE WRITE FAILED, STATUS "
                    TMP-FILE-STAT " : "
                    FUNCTION TRIM(TMP-FILE-NAME).
            MOVE "MWEXTRAC" TO DLQP-PGM.
            MOVE "EXTRACT WRITE FAILED" TO DLQP-REASON.
            MOVE SRC-TYPE-UC TO DLQP-TYPE.
            MOVE QUE-NAME TO DLQP-QUE.
            MOVE CUR-PRI TO DLQP-PRIOR.
            MOVE CUR-LEN TO DLQP-LEN.
            MOVE CUR-BODY(1:CUR-LEN) TO DLQP-BODY.
            PERFORM 1960-DLQPARK.

            MOVE -1 TO RET-CODE.
            MOVE "EXTRACT FILE NOT WRITABLE, EXTRACT STOPPED"
                TO ERR-TXT.
            MOVE MWRC-FILE TO EXIT-CLASS.
            GO TO 1000-FAIL.

      *-----------------------------------------------------------
      * 收尾：寫表尾後 mv -f 為正式檔
      *-----------------------------------------------------------
        7000-FINISH.
            IF TRL-SEEN
                GO TO 7000-MOVE
            END-IF.

            MOVE SPACES TO CTOT-TRL-REC.
            MOVE "TRL" TO CTOT-T-ID.
            MOVE CTOT-CNT TO CTOT-T-CNT.
            MOVE CTOT-HASH TO CTOT-T-HASH.
            OPEN EXTEND MWEXTRACT-TMP-FILE.
            IF TMP-FILE-STAT = "00"
                MOVE SPACES TO TMP-REC
                MOVE CTOT-TRL-REC TO TMP-REC
                WRITE TMP-REC
            END-IF.
            IF TMP-FILE-STAT NOT = "00"
                DISPLAY "TRAILER WRITE FAILED, STATUS "
                        TMP-FILE-STAT " : "
                        FUNCTION TRIM(TMP-FILE-NAME)
                MOVE -1 TO RET-CODE
                MOVE "EXTRACT TRAILER NOT WRITTEN, RERUN TO FINISH"
                    TO ERR-TXT
                MOVE MWRC-FILE TO EXIT-CLASS
                GO TO 1000-FAIL
            END-IF.
            CLOSE MWEXTRACT-TMP-FILE.

        7000-MOVE.
            MOVE SPACES TO EXT-CMD.
            STRING "mv -f " DELIMITED BY SIZE
                   FUNCTION TRIM(TMP-FILE-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(DAT-FILE-NAME) DELIMITED BY SIZE
                INTO EXT-CMD.
            CALL "SYSTEM" USING EXT-CMD.

            OPEN INPUT MWEXTRACT-DAT-FILE.
            IF DAT-FILE-STAT NOT = "00"
                DISPLAY "EXTRACT FILE RENAME FAILED : "
                        FUNCTION TRIM(DAT-FILE-NAME)
                MOVE -1 TO RET-CODE
                MOVE "EXTRACT FILE RENAME FAILED, RERUN TO FINISH"
                    TO ERR-TXT
                MOVE MWRC-FILE TO EXIT-CLASS
                GO TO 1000-FAIL
            END-IF.
            CLOSE MWEXTRACT-DAT-FILE.

        7000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 完成標記 .OK → 操作軌跡 EXTRACT → 移除控制檔
      *-----------------------------------------------------------
        7500-MARKOK.
            MOVE CTOT-CNT TO CNT-DISP.
            MOVE CTOT-HASH TO HASH-DISP.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT NOW-TIME FROM TIME.
            MOVE SPACES TO OK-REC.
            STRING "OK " DELIMITED BY SIZE
                   FUNCTION TRIM(QUE-NAME) DELIMITED BY SIZE
                   " RECS=" DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                   " HASH=" DELIMITED BY SIZE
                   FUNCTION TRIM(HASH-DISP) DELIMITED BY SIZE
                   " AT " DELIMITED BY SIZE
                   TODAY-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOW-TIME(1:6) DELIMITED BY SIZE
                INTO OK-REC.

            OPEN OUTPUT MWEXTRACT-OK-FILE.
            IF OK-FILE-STAT = "00"
                WRITE OK-REC
            END-IF.
            IF OK-FILE-STAT NOT = "00"
                DISPLAY "CANNOT WRITE OK MARKER : "
                        FUNCTION TRIM(OK-FILE-NAME)
                MOVE -1 TO RET-CODE
                MOVE "EXTRACT OK MARKER NOT WRITTEN, RERUN TO FINISH"
                    TO ERR-TXT
                MOVE MWRC-FILE TO EXIT-CLASS
                GO TO 1000-FAIL
            END-IF.
            CLOSE MWEXTRACT-OK-FILE.

            MOVE "EXTRACT" TO AUDIT-ACTION.
            MOVE QUE-NAME TO AUDIT-QUE.
            MOVE CTOT-CNT TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.

            MOVE SPACES TO EXT-CMD.
            STRING "rm -f " DELIMITED BY SIZE
                   FUNCTION TRIM(CTL-FILE-NAME) DELIMITED BY SIZE
                INTO EXT-CMD.
            CALL "SYSTEM" USING EXT-CMD.

        7500-EXIT.
            CONTINUE.

        7900-SUMMARY.
            DISPLAY "-----------------------------------------------".
            DISPLAY "EXTRACT FILE : " FUNCTION TRIM(DAT-FILE-NAME).
            MOVE CTOT-CNT TO CNT-DISP.
            DISPLAY "RECORDS      : " CNT-DISP.
            MOVE EXT-RUN-CNT TO CNT-DISP.
            DISPLAY "  THIS RUN   : " CNT-DISP.
            MOVE CTOT-HASH TO HASH-DISP.
            DISPLAY "AMOUNT HASH  : " HASH-DISP.
            IF CTOT-AMT-LEN = 0
                DISPLAY "  (NO AMT RULE IN MWFMTS, HASH NOT TAKEN)"
            END-IF.
            IF CTOT-BADAMT > 0
                MOVE CTOT-BADAMT TO CNT-DISP
                DISPLAY "NON-NUMERIC AMOUNT RECORDS : " CNT-DISP
            END-IF.

        COPY "FMTPD.DEF".

        COPY "CTOTPD.DEF".

        COPY "DLQPD.DEF".

        COPY "TRACEPD.DEF".

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

      *-----------------------------------------------------------
      * 檔案類錯誤：呼叫端已設妥 ERR-TXT/EXIT-CLASS
      *-----------------------------------------------------------
        1000-FAIL.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.
            MOVE EXIT-CLASS TO RETURN-CODE.
            PERFORM 1900-INCLOG.
            GO TO 0000-EXIT.

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
            MOVE "MWEXTRAC" TO AUDIT-PGM.

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

        1900-INCLOG.
            MOVE SPACES TO INCLOG-REC.
            ACCEPT INCLOG-DATE FROM DATE YYYYMMDD.
            ACCEPT INCLOG-TIME FROM TIME.
            MOVE "MWEXTRAC"      TO INCLOG-PGM.
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
      * 必要參數 : -cut HHMM 及 que_name (必須為最後一個)
      * 選擇性參數 : -date yyyymmdd , -t type , -d out_dir
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            IF PARAM-PREV NOT = SPACES
                                GO TO 3000-PERR
                            END-IF
                            MOVE PARAM TO QUE-NAME
                        ELSE
                            PERFORM 2500-SETPARAM
                        END-IF
                END-UNSTRING
            END-PERFORM.

            IF QUE-NAME = SPACES OR CUT-HHMM = SPACES
                GO TO 3000-PERR
            END-IF.
            IF CUT-HHMM IS NOT NUMERIC
            OR CUT-HHMM(1:2) > "23" OR CUT-HHMM(3:2) > "59"
                GO TO 3000-PERR
            END-IF.
            IF BIZ-DATE = SPACES
                ACCEPT BIZ-DATE FROM DATE YYYYMMDD
            END-IF.
            IF BIZ-DATE IS NOT NUMERIC
                GO TO 3000-PERR
            END-IF.

            EVALUATE FUNCTION TRIM(SRC-TYPE)
                WHEN "posix"
                WHEN "POSIX"
                    MOVE "Y" TO SRC-POSIX-SW
                    MOVE "POSIX" TO SRC-TYPE-UC
                WHEN "sysv"
                WHEN "SYSV"
                    MOVE "SYSV" TO SRC-TYPE-UC
                WHEN OTHER
                    GO TO 3000-PERR
            END-EVALUATE.

      * 輸出目錄，可由環境變數 MWEXTDIR 覆蓋
            IF EXT-DIR = SPACES
                DISPLAY "MWEXTDIR" UPON ENVIRONMENT-NAME
                ACCEPT EXT-DIR FROM ENVIRONMENT-VALUE
                IF EXT-DIR = SPACES
                    MOVE "." TO EXT-DIR
                END-IF
            END-IF.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"   MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-cut"    MOVE PARAM TO PARAM-PREV
                WHEN "-date"   MOVE PARAM TO PARAM-PREV
                WHEN "-t"      MOVE PARAM TO PARAM-PREV
                WHEN "-d"      MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-cut"
                            MOVE PARAM TO CUT-HHMM
                        WHEN "-date"
                            MOVE PARAM TO BIZ-DATE
                        WHEN "-t"
                            MOVE PARAM TO SRC-TYPE
                        WHEN "-d"
                            MOVE PARAM TO EXT-DIR
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
                    MOVE SPACES TO PARAM-PREV
            END-EVALUATE.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWEXTRACT - Scheduled Que-To-File Extract With".
            DISPLAY "            Control Totals".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWEXTRACT -cut HHMM [options] $que_name".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  -cut HHMM          Cut-Off Time Of This Batch".
            DISPLAY "  [-date yyyymmdd]   Business Date, default Today".
            DISPLAY "  [-t posix|sysv]    Que Type, default posix".
            DISPLAY "  [-d out_dir]       Output Dir(Default .,".
            DISPLAY "                     env MWEXTDIR)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            DISPLAY "Output: out_dir/QUE_yyyymmdd_HHMM.DAT + .OK".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWEXTRACT.
