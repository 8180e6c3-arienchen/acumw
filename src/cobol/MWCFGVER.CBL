      */--------------------------------------------------------------
      * MWCFGVER.CBL
      * 控制檔版本快照與異動紀錄
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 路由、遮罩行為一夜之間改變時，查不出誰改了 MWROUTE 規則
      *    檔或 MWMASKS、改了什麼。本程式替每個已登錄的控制檔保留
      *    帶日期的版本快照(<LOGICAL>_yyyymmddhhmmsscc.CFV)，每次
      *    執行與最近一版比對：
      *    - 有異動即另存新快照，並於異動紀錄檔(MWCFGLOG)寫一筆
      *      CHANGE 表頭(前後版本、刪/增行數、檔案擁有者與修改
      *      時間)及逐行 BEFORE/AFTER 明細，操作軌跡(AUDITLOG)記
      *      CFGCHG(帳號、檔名、異動行數)
      *    - 首次見到的檔案建立初版快照(INIT)；已登錄的檔案消失
      *      記 REMOVE/CFGDEL，重新出現時照常比對
      * 2. 登錄檔(MWCFGREG，-reg 可改)一行一檔：LOGICAL|PATH，
      *    PATH 空白時依環境變數覆蓋否則即邏輯名；MWROUTE 規則
      *    檔等非固定檔名者須在此登錄。無登錄檔時預設追蹤 MWFMTS
      *    MWMASKS MWRATES MWFAILOVR MWALERTR MWSLADEF MWCLASSES
      *    MWEODEXC MWJOBCALDEF MWCAL MWCHGCAL MWROLES
      * 3. -list LOGICAL 列出該檔所有版本；-restore LOGICAL -v ver
      *    還原指定版本(ver 為快照時戳前綴，如 yyyymmdd 取當日最
      *    後一版，或快照檔名)：先比對保存尚未快照的修改，再以
      *    原版覆蓋並另存還原後快照，記 RESTORE/CFGREST。還原權限
      *    依角色權限矩陣(MWROLES)RESTORE 動作判定，無矩陣檔時比
      *    對授權清單(AUTHOPS)
      * 4. 排入夜間批次後，MWBRIEF 早班簡報據 MWCFGLOG 列出前一日
      *    的控制檔異動
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     快照檔名比對改 LOGICAL_[0-9]*.CFV，同前綴的其他邏輯名(如 RTE 與
      *     RTE_EU)快照不再混入比對、列表與還原
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWCFGVER.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * 控制檔登錄檔
            SELECT CFGVER-REG-FILE ASSIGN TO RG-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RG-FILE-STAT.
      * 快照清單/diff 輸出/檔案屬性等暫存檔
            SELECT CFGVER-WRK-FILE ASSIGN TO WRK-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FILE-STAT.
            COPY "CFGLSL.DEF".
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "AUTHSL.DEF".
            COPY "ROLESL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  CFGVER-REG-FILE.
        01  RG-REC                  PIC X(300).

        FD  CFGVER-WRK-FILE.
        01  WRK-REC                 PIC X(1210).
        COPY "CFGLFD.DEF".
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "AUTHFD.DEF".
        COPY "ROLEFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "ROLEWS.DEF".

        77  RG-FILE-STAT        PIC XX.
            88 RG-EOF           VALUE "10".
        77  WRK-FILE-STAT       PIC XX.
            88 WRK-EOF          VALUE "10".
        77  CFGL-FILE-STAT      PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
        77  INCLOG-FILE-STAT    PIC XX.
        77  AUTHOPS-FILE-STAT   PIC XX.
            88 AUTHOPS-EOF      VALUE "10".
        77  ERR-TXT             PIC X(80).
        77  ERR-LEN             SIGNED-INT VALUE 0.
        77  RET-CODE            SIGNED-INT VALUE 0.
        77  EXIT-CLASS          SIGNED-INT VALUE 0.
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.
        77  OPER-ID             PIC X(32) VALUE SPACES.
        77  AUTH-OK-SW          PIC X VALUE SPACE.
            88 AUTH-OK          VALUE 'Y'.

        77  PARAM-LIST          PIC X(255).
        77  PARAM-LIST-SIZE     PIC 9(3).
        77  PARAM               PIC X(80) VALUE SPACE.
        77  PARAM-PREV          PIC X(80) VALUE SPACE.
        77  STRING-PTR          PIC 9(3).
        77  PARAM-FLAG          PIC X VALUE SPACE.
            88 PARAM-END        VALUE 'Y'.
        77  QUIET-SW            PIC X VALUE SPACE.
            88 QUIET-ON         VALUE 'Y'.
        77  MODE-SW             PIC X VALUE "S".
            88 MODE-SCAN        VALUE "S".
            88 MODE-LIST        VALUE "L".
            88 MODE-RESTORE     VALUE "R".

        01  RG-FILE-NAME        PIC X(FILE_NAME_LEN) VALUE "MWCFGREG".
        01  WRK-FILE-NAME       PIC X(256) VALUE SPACES.
        01  ARG-LOGICAL         PIC X(12) VALUE SPACES.
        01  ARG-VER             PIC X(80) VALUE SPACES.

      * 無登錄檔時預設追蹤的控制檔
        01  DF-NAMES.
            05  FILLER          PIC X(12) VALUE "MWFMTS".
            05  FILLER          PIC X(12) VALUE "MWMASKS".
            05  FILLER          PIC X(12) VALUE "MWRATES".
            05  FILLER          PIC X(12) VALUE "MWFAILOVR".
            05  FILLER          PIC X(12) VALUE "MWALERTR".
            05  FILLER          PIC X(12) VALUE "MWSLADEF".
            05  FILLER          PIC X(12) VALUE "MWCLASSES".
            05  FILLER          PIC X(12) VALUE "MWEODEXC".
            05  FILLER          PIC X(12) VALUE "MWJOBCALDEF".
            05  FILLER          PIC X(12) VALUE "MWCAL".
            05  FILLER          PIC X(12) VALUE "MWCHGCAL".
            05  FILLER          PIC X(12) VALUE "MWROLES".
        01  DF-TAB REDEFINES DF-NAMES.
            05  DF-LOGICAL      PIC X(12) OCCURS 12 TIMES.

      * 登錄的控制檔
        01  RG-TAB.
            05  RG-ENT OCCURS 100 TIMES.
                10  RG-LOGICAL  PIC X(12).
                10  RG-PATH     PIC X(256).
        77  RG-CNT              SIGNED-INT VALUE 0.
        77  RG-IDX              SIGNED-INT VALUE 0.
        77  RG-HIT              SIGNED-INT VALUE 0.
        01  RP-1                PIC X(40).
        01  RP-2                PIC X(256).
        77  RP-UPTR             PIC 9(3).

      * 目前處理的控制檔
        01  CUR-LOGICAL         PIC X(12).
        01  CUR-PATH            PIC X(256).
        01  LAST-SNAP           PIC X(80).
        01  NEW-SNAP            PIC X(80).
        01  SNAP-PAT            PIC X(80).
        77  SNAP-CNT            SIGNED-INT VALUE 0.
        77  SNAP-STAMP          PIC X(16).
        77  SNAP-DATE           PIC X(8).
        77  SNAP-TIME           PIC X(8).
        01  GONE-MARK           PIC X(80).
        77  GONE-SW             PIC X VALUE SPACE.
            88 WAS-GONE         VALUE 'Y'.
        77  FILE-OWNER          PIC X(32).
        77  FILE-MTIME          PIC X(14).

      * diff(正常格式)解析
        77  DEL-CNT             SIGNED-INT VALUE 0.
        77  ADD-CNT             SIGNED-INT VALUE 0.
        77  OLD-NO              SIGNED-INT VALUE 0.
        77  NEW-NO              SIGNED-INT VALUE 0.
        77  HK-POS              SIGNED-INT VALUE 0.
        01  HK-OLD              PIC X(20).
        01  HK-NEW              PIC X(20).
        01  HK-N1               PIC X(10).
        77  HK-UPTR             PIC 9(3).

        01  CMD-LINE            PIC X(600).
        77  CMD-PTR             SIGNED-INT VALUE 0.
        77  CMD-RC              SIGNED-INT VALUE 0.

        77  LOG-OPEN-SW         PIC X VALUE SPACE.
            88 LOG-OPEN         VALUE 'Y'.
        77  CHG-FILES           SIGNED-INT VALUE 0.
        77  INIT-FILES          SIGNED-INT VALUE 0.
        77  SAME-FILES          SIGNED-INT VALUE 0.
        77  GONE-FILES          SIGNED-INT VALUE 0.
        77  FAIL-FILES          SIGNED-INT VALUE 0.
        77  CNT-DISP            PIC -(5)9.
        77  CNT-DISP2           PIC -(5)9.
        77  N-DISP              PIC Z(5)9.
        77  N-DISP2             PIC Z(5)9.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT OPER-ID FROM ENVIRONMENT-VALUE.

            PERFORM 4000-REGLOAD THRU 4000-EXIT.

            EVALUATE TRUE
                WHEN MODE-SCAN
                    PERFORM 8400-LOGOPEN
                    PERFORM VARYING RG-IDX FROM 1 BY 1
                            UNTIL RG-IDX > RG-CNT
                        MOVE RG-LOGICAL(RG-IDX) TO CUR-LOGICAL
                        MOVE RG-PATH(RG-IDX) TO CUR-PATH
                        PERFORM 5000-SCANONE THRU 5000-EXIT
                    END-PERFORM
                    PERFORM 8450-LOGCLOSE
                    MOVE SAME-FILES TO CNT-DISP
                    MOVE CHG-FILES TO CNT-DISP2
                    DISPLAY "UNCHANGED " CNT-DISP
                            "  CHANGED " CNT-DISP2
                    MOVE INIT-FILES TO CNT-DISP
                    MOVE GONE-FILES TO CNT-DISP2
                    DISPLAY "NEW       " CNT-DISP
                            "  REMOVED " CNT-DISP2
                    IF FAIL-FILES > 0
                        MOVE MWRC-FILE TO RETURN-CODE
                    ELSE
                        MOVE MWRC-OK TO RETURN-CODE
                    END-IF
                WHEN MODE-LIST
                    PERFORM 6000-LIST THRU 6000-EXIT
                WHEN MODE-RESTORE
                    PERFORM 6500-RESTORE THRU 6500-EXIT
            END-EVALUATE.

        0000-EXIT.
            IF NOT QUIET-ON
                DISPLAY "PRESS <ENTER> TO EXIT"
                ACCEPT OMITTED
            END-IF.
            STOP RUN.

      *-----------------------------------------------------------
      * 載入登錄檔；無登錄檔時用預設清單
      *-----------------------------------------------------------
        4000-REGLOAD.
            OPEN INPUT CFGVER-REG-FILE.
            IF RG-FILE-STAT NOT = "00"
                PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > 12
                    MOVE DF-LOGICAL(RG-IDX) TO RP-1
                    MOVE SPACES TO RP-2
                    PERFORM 4100-REGADD
                END-PERFORM
                GO TO 4000-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL RG-EOF
                READ CFGVER-REG-FILE
                    AT END
                        MOVE "10" TO RG-FILE-STAT
                    NOT AT END
                        IF RG-REC NOT = SPACES
                        AND RG-REC(1:1) NOT = "*"
                            MOVE SPACES TO RP-1
                            MOVE SPACES TO RP-2
                            MOVE 1 TO RP-UPTR
                            UNSTRING RG-REC DELIMITED BY "|"
                                INTO RP-1, RP-2
                                POINTER RP-UPTR
                            END-UNSTRING
                            PERFORM 4100-REGADD
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE CFGVER-REG-FILE.

        4000-EXIT.
            CONTINUE.

        4100-REGADD.
            MOVE FUNCTION TRIM(RP-1) TO RP-1.
            IF RP-1 = SPACES
                CONTINUE
            ELSE
                IF RG-CNT >= 100
                    DISPLAY "REGISTER TABLE FULL, SKIPPED : "
                            RP-1(1:12)
                ELSE
                    IF RP-1(13:) NOT = SPACES
                        DISPLAY "LOGICAL NAME OVER 12, SKIPPED : "
                                RP-1(1:30)
                    ELSE
                        ADD 1 TO RG-CNT
                        MOVE RP-1 TO RG-LOGICAL(RG-CNT)
                        MOVE FUNCTION TRIM(RP-2) TO RG-PATH(RG-CNT)
                        IF RG-PATH(RG-CNT) = SPACES
                            MOVE RP-1 TO CUR-LOGICAL
                            PERFORM 4900-RESOLVE
                            MOVE CUR-PATH TO RG-PATH(RG-CNT)
                        END-IF
                    END-IF
                END-IF
            END-IF.

      * 控制檔實際檔名：環境變數覆蓋，否則即邏輯名
        4900-RESOLVE.
            MOVE SPACES TO CUR-PATH.
            DISPLAY CUR-LOGICAL UPON ENVIRONMENT-NAME.
            ACCEPT CUR-PATH FROM ENVIRONMENT-VALUE.
            IF CUR-PATH = SPACES
                MOVE CUR-LOGICAL TO CUR-PATH
            END-IF.

      * 依邏輯名找登錄項
        4950-REGFIND.
            MOVE 0 TO RG-HIT.
            PERFORM VARYING RG-IDX FROM 1 BY 1
                    UNTIL RG-IDX > RG-CNT OR RG-HIT > 0
                IF RG-LOGICAL(RG-IDX) = ARG-LOGICAL
                    MOVE RG-IDX TO RG-HIT
                END-IF
            END-PERFORM.

      *-----------------------------------------------------------
      * 比對一個控制檔與最近一版快照
      *-----------------------------------------------------------
        5000-SCANONE.
            MOVE SPACES TO SNAP-PAT.
            STRING FUNCTION TRIM(CUR-LOGICAL) "_[0-9]*.CFV"
                   DELIMITED BY SIZE INTO SNAP-PAT.
            PERFORM 8100-LASTSNAP THRU 8100-EXIT.

            MOVE SPACES TO GONE-MARK.
            STRING FUNCTION TRIM(CUR-LOGICAL) ".CFVGONE"
                   DELIMITED BY SIZE INTO GONE-MARK.
            MOVE SPACES TO CMD-LINE.
            STRING "test -f '" FUNCTION TRIM(GONE-MARK) "'"
                   DELIMITED BY SIZE INTO CMD-LINE.
            PERFORM 8000-SHELL.
            MOVE SPACE TO GONE-SW.
            IF CMD-RC = 0
                MOVE "Y" TO GONE-SW
            END-IF.

            MOVE SPACES TO CMD-LINE.
            STRING "test -f '" FUNCTION TRIM(CUR-PATH) "'"
                   DELIMITED BY SIZE INTO CMD-LINE.
            PERFORM 8000-SHELL.
            IF CMD-RC NOT = 0
                PERFORM 5500-GONE THRU 5500-EXIT
                GO TO 5000-EXIT
            END-IF.

            IF WAS-GONE
                MOVE SPACES TO CMD-LINE
                STRING "rm -f '" FUNCTION TRIM(GONE-MARK) "'"
                       DELIMITED BY SIZE INTO CMD-LINE
                PERFORM 8000-SHELL
            END-IF.

      * 初次見到：建立初版快照
            IF LAST-SNAP = SPACES
                PERFORM 8200-NEWSNAP THRU 8200-EXIT
                IF NEW-SNAP = SPACES
                    GO TO 5000-EXIT
                END-IF
                ADD 1 TO INIT-FILES
                MOVE "INIT" TO CFGL-KIND
                MOVE 0 TO CFGL-LINE
                MOVE SPACES TO CFGL-TEXT
                STRING "FIRST SNAPSHOT " FUNCTION TRIM(NEW-SNAP)
                       " OF " FUNCTION TRIM(CUR-PATH)
                       DELIMITED BY SIZE INTO CFGL-TEXT
                PERFORM 8300-LOGWRITE
                DISPLAY "NEW       " CUR-LOGICAL " "
                        FUNCTION TRIM(NEW-SNAP)
                GO TO 5000-EXIT
            END-IF.

            MOVE SPACES TO CMD-LINE.
            STRING "cmp -s '" FUNCTION TRIM(LAST-SNAP) "' '"
                   FUNCTION TRIM(CUR-PATH) "'"
                   DELIMITED BY SIZE INTO CMD-LINE.
            PERFORM 8000-SHELL.
            IF CMD-RC = 0
                IF WAS-GONE
                    MOVE "CHANGE" TO CFGL-KIND
                    MOVE 0 TO CFGL-LINE
                    MOVE SPACES TO CFGL-TEXT
                    STRING "FILE REAPPEARED, SAME AS "
                           FUNCTION TRIM(LAST-SNAP)
                           DELIMITED BY SIZE INTO CFGL-TEXT
                    PERFORM 8300-LOGWRITE
                END-IF
                ADD 1 TO SAME-FILES
                GO TO 5000-EXIT
            END-IF.

            PERFORM 5100-CHANGED THRU 5100-EXIT.

        5000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 有異動：取 diff 與檔案屬性，另存快照，寫表頭與逐行明細
      *-----------------------------------------------------------
        5100-CHANGED.
            MOVE "MWCFGVERDF" TO WRK-FILE-NAME.
            MOVE SPACES TO CMD-LINE.
            STRING "diff '" FUNCTION TRIM(LAST-SNAP) "' '"
                   FUNCTION TRIM(CUR-PATH) "' > MWCFGVERDF 2>&1"
                   DELIMITED BY SIZE INTO CMD-LINE.
            PERFORM 8000-SHELL.

      * 檔案擁有者與最後修改時間(誰改的)
            MOVE SPACES TO FILE-OWNER.
            MOVE SPACES TO FILE-MTIME.
            MOVE SPACES TO CMD-LINE.
            STRING "echo $(stat -c %U '" FUNCTION TRIM(CUR-PATH)
                   "') $(date -r '" FUNCTION TRIM(CUR-PATH)
                   "' +%Y%m%d%H%M%S) > MWCFGVERST 2>/dev/null"
                   DELIMITED BY SIZE INTO CMD-LINE.
            PERFORM 8000-SHELL.
            MOVE "MWCFGVERST" TO WRK-FILE-NAME.
            OPEN INPUT CFGVER-WRK-FILE.
            IF WRK-FILE-STAT = "00"
                READ CFGVER-WRK-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        UNSTRING WRK-REC DELIMITED BY ALL SPACE
                            INTO FILE-OWNER, FILE-MTIME
                        END-UNSTRING
                END-READ
                CLOSE CFGVER-WRK-FILE
            END-IF.

      * 第一遍只計刪/增行數供表頭使用
            MOVE 0 TO DEL-CNT.
            MOVE 0 TO ADD-CNT.
            MOVE "MWCFGVERDF" TO WRK-FILE-NAME.
            OPEN INPUT CFGVER-WRK-FILE.
            IF WRK-FILE-STAT NOT = "00"
                DISPLAY "DIFF FAILED : " CUR-LOGICAL
                ADD 1 TO FAIL-FILES
                GO TO 5100-EXIT
            END-IF.
            PERFORM TEST BEFORE UNTIL WRK-EOF
                READ CFGVER-WRK-FILE
                    AT END
                        MOVE "10" TO WRK-FILE-STAT
                    NOT AT END
                        IF WRK-REC(1:2) = "< "
                            ADD 1 TO DEL-CNT
                        END-IF
                        IF WRK-REC(1:2) = "> "
                            ADD 1 TO ADD-CNT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CFGVER-WRK-FILE.

            PERFORM 8200-NEWSNAP THRU 8200-EXIT.
            IF NEW-SNAP = SPACES
                GO TO 5100-EXIT
            END-IF.
            ADD 1 TO CHG-FILES.

            MOVE DEL-CNT TO N-DISP.
            MOVE ADD-CNT TO N-DISP2.
            MOVE "CHANGE" TO CFGL-KIND.
            COMPUTE CFGL-LINE = DEL-CNT + ADD-CNT.
            MOVE SPACES TO CFGL-TEXT.
            STRING FUNCTION TRIM(LAST-SNAP) " -> "
                   FUNCTION TRIM(NEW-SNAP)
                   " -" FUNCTION TRIM(N-DISP)
                   " +" FUNCTION TRIM(N-DISP2)
                   " OWNER=" FUNCTION TRIM(FILE-OWNER)
                   " MTIME=" FILE-MTIME
                   DELIMITED BY SIZE INTO CFGL-TEXT.
            PERFORM 8300-LOGWRITE.
            DISPLAY "CHANGED   " CUR-LOGICAL " -" FUNCTION TRIM(N-DISP)
                    " +" FUNCTION TRIM(N-DISP2) " "
                    FUNCTION TRIM(NEW-SNAP).

      * 第二遍寫逐行明細
            MOVE 0 TO OLD-NO.
            MOVE 0 TO NEW-NO.
            MOVE "MWCFGVERDF" TO WRK-FILE-NAME.
            OPEN INPUT CFGVER-WRK-FILE.
            PERFORM TEST BEFORE UNTIL WRK-EOF
                READ CFGVER-WRK-FILE
                    AT END
                        MOVE "10" TO WRK-FILE-STAT
                    NOT AT END
                        PERFORM 5200-DIFFLINE
                END-READ
            END-PERFORM.
            CLOSE CFGVER-WRK-FILE.

            MOVE "CFGCHG" TO AUDIT-ACTION.
            MOVE CUR-PATH TO AUDIT-QUE.
            COMPUTE AUDIT-CNT = DEL-CNT + ADD-CNT.
            PERFORM 1950-AUDLOG.

        5100-EXIT.
            CONTINUE.

      * 正常格式 diff：n[,m]{a|c|d}n[,m] 為區段表頭，< 原行，> 新行
        5200-DIFFLINE.
            EVALUATE TRUE
                WHEN WRK-REC(1:2) = "< "
                    ADD 1 TO OLD-NO
                    MOVE "BEFORE" TO CFGL-KIND
                    MOVE OLD-NO TO CFGL-LINE
                    MOVE WRK-REC(3:200) TO CFGL-TEXT
                    PERFORM 8300-LOGWRITE
                WHEN WRK-REC(1:2) = "> "
                    ADD 1 TO NEW-NO
                    MOVE "AFTER" TO CFGL-KIND
                    MOVE NEW-NO TO CFGL-LINE
                    MOVE WRK-REC(3:200) TO CFGL-TEXT
                    PERFORM 8300-LOGWRITE
                WHEN WRK-REC(1:1) >= "0" AND WRK-REC(1:1) <= "9"
                    PERFORM 5250-HUNK
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      * 區段起始行號(減 1，逐行累加後即為實際行號)
        5250-HUNK.
            MOVE 0 TO HK-POS.
            PERFORM VARYING HK-UPTR FROM 1 BY 1
                    UNTIL HK-UPTR > 40 OR HK-POS > 0
                IF WRK-REC(HK-UPTR:1) = "a" OR "c" OR "d"
                    MOVE HK-UPTR TO HK-POS
                END-IF
            END-PERFORM.
            IF HK-POS < 2
                CONTINUE
            ELSE
                MOVE SPACES TO HK-OLD
                MOVE SPACES TO HK-NEW
                MOVE WRK-REC(1:HK-POS - 1) TO HK-OLD
                MOVE WRK-REC(HK-POS + 1:20) TO HK-NEW
                MOVE SPACES TO HK-N1
                UNSTRING HK-OLD DELIMITED BY "," OR SPACE
                    INTO HK-N1
                END-UNSTRING
                COMPUTE OLD-NO = FUNCTION NUMVAL(HK-N1) - 1
                MOVE SPACES TO HK-N1
                UNSTRING HK-NEW DELIMITED BY "," OR SPACE
                    INTO HK-N1
                END-UNSTRING
                COMPUTE NEW-NO = FUNCTION NUMVAL(HK-N1) - 1
            END-IF.

      *-----------------------------------------------------------
      * 已登錄的檔案不存在：有快照且尚未記過者記 REMOVE
      *-----------------------------------------------------------
        5500-GONE.
            IF LAST-SNAP = SPACES
                DISPLAY "ABSENT    " CUR-LOGICAL " "
                        FUNCTION TRIM(CUR-PATH)
                GO TO 5500-EXIT
            END-IF.
            IF WAS-GONE
                GO TO 5500-EXIT
            END-IF.

            ADD 1 TO GONE-FILES.
            MOVE "REMOVE" TO CFGL-KIND.
            MOVE 0 TO CFGL-LINE.
            MOVE SPACES TO CFGL-TEXT.
            STRING FUNCTION TRIM(CUR-PATH) " NOT FOUND, LAST VERSION "
                   FUNCTION TRIM(LAST-SNAP)
                   DELIMITED BY SIZE INTO CFGL-TEXT.
            PERFORM 8300-LOGWRITE.
            DISPLAY "REMOVED   " CUR-LOGICAL " "
                    FUNCTION TRIM(CUR-PATH).

            MOVE "CFGDEL" TO AUDIT-ACTION.
            MOVE CUR-PATH TO AUDIT-QUE.
            MOVE 0 TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.

            MOVE SPACES TO CMD-LINE.
            STRING "touch '" FUNCTION TRIM(GONE-MARK) "'"
                   DELIMITED BY SIZE INTO CMD-LINE.
            PERFORM 8000-SHELL.

        5500-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * -list：列出該檔所有版本
      *-----------------------------------------------------------
        6000-LIST.
            PERFORM 4950-REGFIND.
            IF RG-HIT = 0
                DISPLAY "NOT A REGISTERED CONTROL FILE : " ARG-LOGICAL
                MOVE MWRC-PARM TO RETURN-CODE
                GO TO 6000-EXIT
            END-IF.

            MOVE SPACES TO CMD-LINE.
            STRING "ls " FUNCTION TRIM(ARG-LOGICAL)
                   "_[0-9]*.CFV > MWCFGVERLS 2>/dev/null"
                   DELIMITED BY SIZE INTO CMD-LINE.
            PERFORM 8000-SHELL.

            DISPLAY "VERSIONS OF " ARG-LOGICAL " ("
                    FUNCTION TRIM(RG-PATH(RG-HIT)) ")".
            MOVE 0 TO SNAP-CNT.
            MOVE "MWCFGVERLS" TO WRK-FILE-NAME.
            OPEN INPUT CFGVER-WRK-FILE.
            IF WRK-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL WRK-EOF
                    READ CFGVER-WRK-FILE
                        AT END
                            MOVE "10" TO WRK-FILE-STAT
                        NOT AT END
                            IF WRK-REC NOT = SPACES
                                ADD 1 TO SNAP-CNT
                                DISPLAY "  " WRK-REC(1:60)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CFGVER-WRK-FILE
            END-IF.
            IF SNAP-CNT = 0
                DISPLAY "  (NONE)"
            END-IF.
            MOVE MWRC-OK TO RETURN-CODE.

        6000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * -restore：先比對保存未快照的修改，再以指定版本覆蓋
      *-----------------------------------------------------------
        6500-RESTORE.
            PERFORM 4950-REGFIND.
            IF RG-HIT = 0
                DISPLAY "NOT A REGISTERED CONTROL FILE : " ARG-LOGICAL
                MOVE MWRC-PARM TO RETURN-CODE
                GO TO 6500-EXIT
            END-IF.
            MOVE ARG-LOGICAL TO CUR-LOGICAL.
            MOVE RG-PATH(RG-HIT) TO CUR-PATH.

            PERFORM 5650-OPERCHK.
            IF NOT AUTH-OK
                DISPLAY "OPERATOR " OPER-ID(1:20)
                        " NOT AUTHORIZED - REFUSED"
                MOVE SPACES TO ERR-TXT
                STRING "NOT AUTHORIZED FOR CONFIG RESTORE "
                       CUR-LOGICAL
                       DELIMITED BY SIZE INTO ERR-TXT
                MOVE 80 TO ERR-LEN
                MOVE MWRC-DENY TO RET-CODE
                PERFORM 1900-INCLOG
                MOVE MWRC-DENY TO RETURN-CODE
                GO TO 6500-EXIT
            END-IF.

      * 版本：時戳前綴取符合者最後一版，否則視為快照檔名
            MOVE SPACES TO SNAP-PAT.
            IF ARG-VER(1:8) IS NUMERIC
                STRING FUNCTION TRIM(ARG-LOGICAL) "_"
                       FUNCTION TRIM(ARG-VER) "*.CFV"
                       DELIMITED BY SIZE INTO SNAP-PAT
            ELSE
                MOVE ARG-VER TO SNAP-PAT
            END-IF.
            PERFORM 8100-LASTSNAP THRU 8100-EXIT.
            IF LAST-SNAP = SPACES
                DISPLAY "VERSION NOT FOUND : " ARG-VER(1:40)
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 6500-EXIT
            END-IF.
            MOVE LAST-SNAP TO ARG-VER.

            PERFORM 8400-LOGOPEN.
            PERFORM 5000-SCANONE THRU 5000-EXIT.

            MOVE SPACES TO CMD-LINE.
            STRING "cp -p '" FUNCTION TRIM(ARG-VER) "' '"
                   FUNCTION TRIM(CUR-PATH) "'"
                   DELIMITED BY SIZE INTO CMD-LINE.
            PERFORM 8000-SHELL.
            IF CMD-RC NOT = 0
                DISPLAY "RESTORE COPY FAILED, RC=" CMD-RC
                PERFORM 8450-LOGCLOSE
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 6500-EXIT
            END-IF.

            PERFORM 8200-NEWSNAP THRU 8200-EXIT.
            MOVE "RESTORE" TO CFGL-KIND.
            MOVE 0 TO CFGL-LINE.
            MOVE SPACES TO CFGL-TEXT.
            STRING FUNCTION TRIM(CUR-PATH) " RESTORED FROM "
                   FUNCTION TRIM(ARG-VER) " AS "
                   FUNCTION TRIM(NEW-SNAP)
                   DELIMITED BY SIZE INTO CFGL-TEXT.
            PERFORM 8300-LOGWRITE.
            PERFORM 8450-LOGCLOSE.

            MOVE "CFGREST" TO AUDIT-ACTION.
            MOVE CUR-PATH TO AUDIT-QUE.
            MOVE 0 TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.

            DISPLAY "RESTORED " CUR-LOGICAL " FROM "
                    FUNCTION TRIM(ARG-VER).
            MOVE MWRC-OK TO RETURN-CODE.

        6500-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 目前登入帳號依角色權限矩陣(MWROLES)判定，無矩陣檔時比對授權
      * 清單(AUTHOPS，同 MWCERT 5650-OPERCHK)
      *-----------------------------------------------------------
        5650-OPERCHK.
            MOVE SPACE TO AUTH-OK-SW.
            MOVE OPER-ID TO ROLE-OPER.
            MOVE "MWCFGVER" TO ROLE-PGM.
            MOVE "RESTORE" TO ROLE-ACT.
            MOVE "*" TO ROLE-QUE-KEY.
            MOVE SPACES TO ROLE-OWNER.
            PERFORM 1890-ROLECHK THRU 1890-EXIT.
            IF ROLE-MATRIX
                IF ROLE-OK
                    MOVE "Y" TO AUTH-OK-SW
                END-IF
            ELSE
                OPEN INPUT AUTHOPS-FILE
                IF AUTHOPS-FILE-STAT = "00"
                    PERFORM TEST BEFORE UNTIL AUTHOPS-EOF
                        READ AUTHOPS-FILE
                            AT END
                                MOVE "10" TO AUTHOPS-FILE-STAT
                            NOT AT END
                                IF AUTHOPS-REC NOT = SPACES
                                AND AUTHOPS-REC(1:1) NOT = "*"
                                AND FUNCTION TRIM(AUTHOPS-REC)
                                    = FUNCTION TRIM(OPER-ID)
                                    MOVE "Y" TO AUTH-OK-SW
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE AUTHOPS-FILE
                END-IF
            END-IF.

        COPY "ROLEPD.DEF".

      *-----------------------------------------------------------
      * 共用小程序
      *-----------------------------------------------------------
        8000-SHELL.
            CALL "SYSTEM" USING CMD-LINE.
            MOVE RETURN-CODE TO CMD-RC.
            IF CMD-RC > 255
                DIVIDE CMD-RC BY 256 GIVING CMD-RC
            END-IF.

      * SNAP-PAT 符合的最近一版(時戳定長，ls 排序最後者)
        8100-LASTSNAP.
            MOVE SPACES TO LAST-SNAP.
            MOVE 0 TO SNAP-CNT.
            MOVE SPACES TO CMD-LINE.
            STRING "ls " FUNCTION TRIM(SNAP-PAT)
                   " > MWCFGVERLS 2>/dev/null"
                   DELIMITED BY SIZE INTO CMD-LINE.
            PERFORM 8000-SHELL.

            MOVE "MWCFGVERLS" TO WRK-FILE-NAME.
            OPEN INPUT CFGVER-WRK-FILE.
            IF WRK-FILE-STAT NOT = "00"
                GO TO 8100-EXIT
            END-IF.
            PERFORM TEST BEFORE UNTIL WRK-EOF
                READ CFGVER-WRK-FILE
                    AT END
                        MOVE "10" TO WRK-FILE-STAT
                    NOT AT END
                        IF WRK-REC NOT = SPACES
                            ADD 1 TO SNAP-CNT
                            MOVE WRK-REC(1:80) TO LAST-SNAP
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CFGVER-WRK-FILE.

        8100-EXIT.
            CONTINUE.

      * 另存快照：時戳含百分秒，同一次執行的兩版不會同名
        8200-NEWSNAP.
            ACCEPT SNAP-DATE FROM DATE YYYYMMDD.
            ACCEPT SNAP-TIME FROM TIME.
            MOVE SNAP-DATE TO SNAP-STAMP(1:8).
            MOVE SNAP-TIME TO SNAP-STAMP(9:8).
            MOVE SPACES TO NEW-SNAP.
            STRING FUNCTION TRIM(CUR-LOGICAL) "_" SNAP-STAMP ".CFV"
                   DELIMITED BY SIZE INTO NEW-SNAP.

            MOVE SPACES TO CMD-LINE.
            STRING "cp -p '" FUNCTION TRIM(CUR-PATH) "' '"
                   FUNCTION TRIM(NEW-SNAP) "'"
                   DELIMITED BY SIZE INTO CMD-LINE.
            PERFORM 8000-SHELL.
            IF CMD-RC NOT = 0
                DISPLAY "SNAPSHOT FAILED : " CUR-LOGICAL " RC=" CMD-RC
                ADD 1 TO FAIL-FILES
                MOVE SPACES TO NEW-SNAP
            END-IF.

        8200-EXIT.
            CONTINUE.

      * 呼叫前先設妥 CFGL-KIND/CFGL-LINE/CFGL-TEXT
        8300-LOGWRITE.
            IF LOG-OPEN
                ACCEPT CFGL-DATE FROM DATE YYYYMMDD
                ACCEPT SNAP-TIME FROM TIME
                MOVE SNAP-TIME(1:6) TO CFGL-TIME
                MOVE OPER-ID TO CFGL-OPER
                MOVE CUR-LOGICAL TO CFGL-FILE
                WRITE CFGL-REC
            END-IF.
            MOVE SPACES TO CFGL-REC.

        8400-LOGOPEN.
            MOVE SPACES TO LOG-OPEN-SW.
            OPEN EXTEND CFG-LOG-FILE.
            IF CFGL-FILE-STAT = "35"
                OPEN OUTPUT CFG-LOG-FILE
            END-IF.
            IF CFGL-FILE-STAT NOT = "00"
                DISPLAY "MWCFGLOG OPEN FAILED, STATUS " CFGL-FILE-STAT
            ELSE
                MOVE "Y" TO LOG-OPEN-SW
            END-IF.
            MOVE SPACES TO CFGL-REC.

        8450-LOGCLOSE.
            IF LOG-OPEN
                CLOSE CFG-LOG-FILE
                MOVE SPACE TO LOG-OPEN-SW
            END-IF.

      *-----------------------------------------------------------
      * 異動附加至共用操作軌跡檔(AUDITLOG)，呼叫前先設妥
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
            MOVE OPER-ID TO AUDIT-OPER.
            MOVE "MWCFGVER" TO AUDIT-PGM.

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
            MOVE "MWCFGVER"      TO INCLOG-PGM.
            MOVE RET-CODE        TO INCLOG-CODE.
            MOVE ERR-TXT(1:ERR-LEN) TO INCLOG-MSG.
            MOVE CUR-PATH TO INCLOG-QUE.
            MOVE OPER-ID TO INCLOG-OPER.
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
      * 選擇性參數 : -list logical | -restore logical -v version ,
      *              -reg register_file
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            IF PARAM-PREV NOT = SPACES
                                PERFORM 2600-PARMVAL
                            ELSE
                                IF PARAM NOT = SPACES
                                    PERFORM 2500-SETPARAM
                                END-IF
                            END-IF
                        ELSE
                            PERFORM 2500-SETPARAM
                        END-IF
                END-UNSTRING
            END-PERFORM.

            IF (MODE-LIST OR MODE-RESTORE) AND ARG-LOGICAL = SPACES
                GO TO 3000-PERR
            END-IF.
            IF MODE-RESTORE AND ARG-VER = SPACES
                GO TO 3000-PERR
            END-IF.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"        MOVE "Y" TO QUIET-SW
                WHEN "--batch"   MOVE "Y" TO QUIET-SW
                WHEN "-list"
                    MOVE "L" TO MODE-SW
                    MOVE PARAM TO PARAM-PREV
                WHEN "-restore"
                    MOVE "R" TO MODE-SW
                    MOVE PARAM TO PARAM-PREV
                WHEN "-v"        MOVE PARAM TO PARAM-PREV
                WHEN "-reg"      MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    PERFORM 2600-PARMVAL
            END-EVALUATE.

        2600-PARMVAL.
            EVALUATE PARAM-PREV
                WHEN "-list"
                WHEN "-restore"
                    MOVE PARAM TO ARG-LOGICAL
                WHEN "-v"
                    MOVE PARAM TO ARG-VER
                WHEN "-reg"
                    MOVE PARAM TO RG-FILE-NAME
                WHEN OTHER
                    GO TO 3000-PERR
            END-EVALUATE.
            MOVE SPACES TO PARAM-PREV.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWCFGVER - Control File Snapshots/Change Log".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWCFGVER [options]".
            DISPLAY "  runcbl MWCFGVER -list logical".
            DISPLAY "  runcbl MWCFGVER -restore logical -v version".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-reg file]        Control File Register".
            DISPLAY "                     (Default MWCFGREG)".
            DISPLAY "  [-v version]       Snapshot Stamp Prefix".
            DISPLAY "                     (yyyymmdd[hhmmss]) Or Name".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWCFGVER.
