      */--------------------------------------------------------------
      * MWLINT.CBL
      * 控制檔/規則檔部署前交叉檢核
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 各控制檔由各自的消費程式載入，寫錯的行多半被無聲略過
      *    ，要等到夜間出事才發現。本程式依各消費程式相同的拆解
      *    規則逐行檢核下列檔案：
      *    - 格式定義(MWFMTS)、遮罩規則(MWMASKS)、速率政策
      *      (MWRATES)、備援對照(MWFAILOVR)、告警路由(MWALERTR)
      *      、SLA 定義(MWSLADEF)、等級範本(MWCLASSES)、日終例外
      *      (MWEODEXC)；實際檔名依環境變數覆蓋，檔案不存在者
      *      註明略過
      *    - -route file：MWROUTE 路由規則檔(可多次指定)
      *    - -timer file：MWTIMER 排程檔(可多次指定)
      *    - -sched file：MWSCHED 調度控制檔(可多次指定)；未指定
      *      時取作業行事曆(MWJOBCALDEF)列名的全部控制檔
      * 2. 檢核項目：
      *    - 語法錯誤(消費程式會略過或誤解的行、欄位非數值、型態
      *      非 POSIX/SYSV、時刻格式等)
      *    - 重複鍵(後者被遮蔽或覆蓋前者)
      *    - 規則表溢位(超過消費程式表格上限，如 MWFMTS/MWMASKS
      *      100 條、MWROUTE 50 條)，及超過消費程式記錄長度被截斷
      *      的行
      *    - 參照的 QUE 不是 QUE 主檔(QUEREGM)中 LIVE 者：路由
      *      目的、備援 standby、排程目標為 ERROR，其餘政策檔為
      *      WARN
      *    - 備援對照循環(A->B->...->A)、MWSCHED 相依循環與未定義
      *      的相依/救援步驟
      *    - 告警路由指令的腳本不存在(command -v 找不到)
      * 3. 報表寫入 -o report_file(預設 MWLINTOUT)並同步顯示；
      *    有 ERROR 時 RETURN-CODE = 4，僅 WARN 時 = 3，供部署前
      *    閘門及 MWCHECK(控制行 MWLINT,,-q)判讀
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     MWFMTS 接受 AMT(金額/控制總數雜湊欄位)規則種類
      * 2026-10-15 ARIEN
      *     MWFMTS 接受 CTLTOT(進件檔須附表頭/表尾控制總數)規則種類
      * 2026-10-15 ARIEN
      *     MWFMTS 接受 KEY/SEQKEY(歸檔索引業務鍵)規則種類；KEY 鍵名
      *     超過 8 BYTES 或長度超過 40 列 WARN
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWLINT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * 受檢控制檔(逐一指向各控制檔實際檔名)
            SELECT LINT-CTL-FILE ASSIGN TO CTL-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CTL-FILE-STAT.
            SELECT LINT-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
            COPY "REGMSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  LINT-CTL-FILE.
        01  CTL-REC                 PIC X(1200).

        FD  LINT-RPT-FILE.
        01  RPT-REC                 PIC X(160).
        COPY "REGMFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".

        77  CTL-FILE-STAT       PIC XX.
            88 CTL-EOF          VALUE "10".
        77  RPT-FILE-STAT       PIC XX.
        77  REGM-FILE-STAT      PIC XX.
            88 REGM-EOF         VALUE "10".

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
                                 VALUE "MWLINTOUT".
        01  CTL-FILE-NAME       PIC X(256) VALUE SPACES.

      * 固定控制檔：邏輯名、檢核類別、消費程式記錄長度、表格上限
      * (上限 0 表示消費程式逐行比對不建表)
        01  LF-NAMES.
            05  FILLER          PIC X(22)
                                 VALUE "MWFMTS      FMT0200100".
            05  FILLER          PIC X(22)
                                 VALUE "MWMASKS     MSK0120100".
            05  FILLER          PIC X(22)
                                 VALUE "MWRATES     RAT0120000".
            05  FILLER          PIC X(22)
                                 VALUE "MWFAILOVR   FOV0160000".
            05  FILLER          PIC X(22)
                                 VALUE "MWALERTR    ALR0300000".
            05  FILLER          PIC X(22)
                                 VALUE "MWSLADEF    SLA0200200".
            05  FILLER          PIC X(22)
                                 VALUE "MWCLASSES   CLS0120000".
            05  FILLER          PIC X(22)
                                 VALUE "MWEODEXC    EOD0120050".
        01  LF-TAB REDEFINES LF-NAMES.
            05  LF-ENT OCCURS 8 TIMES.
                10  LF-LOGICAL  PIC X(12).
                10  LF-KIND     PIC X(3).
                10  LF-RECMAX   PIC 9(4).
                10  LF-LIMIT    PIC 9(3).
        77  LF-IDX              SIGNED-INT VALUE 0.

      * -route/-timer/-sched 指定(或行事曆列名)的檔案
        01  XF-TAB.
            05  XF-ENT OCCURS 40 TIMES.
                10  XF-KIND     PIC X(3).
                10  XF-PATH     PIC X(256).
        77  XF-CNT              SIGNED-INT VALUE 0.
        77  XF-IDX              SIGNED-INT VALUE 0.
        77  XF-HIT              SIGNED-INT VALUE 0.
        77  SCHED-GIVEN-SW      PIC X VALUE SPACE.
            88 SCHED-GIVEN      VALUE 'Y'.
        01  ADD-KIND            PIC X(3).
        01  ADD-PATH            PIC X(256).

      * 目前受檢檔
        01  CUR-LOGICAL         PIC X(12).
        01  CUR-KIND            PIC X(3).
        01  CUR-PATH            PIC X(256).
        77  CUR-RECMAX          SIGNED-INT VALUE 0.
        77  CUR-LIMIT           SIGNED-INT VALUE 0.
        77  CUR-MUST-SW         PIC X VALUE SPACE.
            88 CUR-MUST         VALUE 'Y'.
        77  CUR-LINES           SIGNED-INT VALUE 0.
        77  CUR-RULES           SIGNED-INT VALUE 0.
        77  CUR-ERR             SIGNED-INT VALUE 0.
        77  CUR-WARN            SIGNED-INT VALUE 0.
        77  CUR-OVF-SW          PIC X VALUE SPACE.
            88 CUR-OVF          VALUE 'Y'.
        77  LINE-NO             SIGNED-INT VALUE 0.
        77  SHOWN-LINE          SIGNED-INT VALUE 0.

      * QUE 主檔 LIVE 清單
        01  LQ-TAB.
            05  LQ-ENT OCCURS 3000 TIMES.
                10  LQ-NAME     PIC X(64).
                10  LQ-TYPE     PIC X(5).
                10  LQ-OWNER    PIC X(32).
        77  LQ-CNT              SIGNED-INT VALUE 0.
        77  LQ-IDX              SIGNED-INT VALUE 0.
        77  LQ-SW               PIC X VALUE SPACE.
            88 LQ-LOADED        VALUE 'Y'.
        77  LQ-FULL-SW          PIC X VALUE SPACE.
            88 LQ-FULL          VALUE 'Y'.

      * QUE 參照檢核
        01  REF-TYPE            PIC X(8).
        01  REF-QUE             PIC X(64).
        77  REF-SEV             PIC X(5).
        77  REF-HIT-SW          PIC X VALUE SPACE.
            88 REF-HIT          VALUE 'Y'.
        77  TYPE-OK-SW          PIC X VALUE SPACE.
            88 TYPE-OK          VALUE 'Y'.
        77  PFX-LEN             SIGNED-INT VALUE 0.

      * 重複鍵檢核(每檔重置)
        01  DUP-TAB.
            05  DUP-ENT OCCURS 1000 TIMES.
                10  DUP-KEY     PIC X(100).
                10  DUP-LINE    SIGNED-INT.
        77  DUP-CNT             SIGNED-INT VALUE 0.
        77  DUP-IDX             SIGNED-INT VALUE 0.
        77  DUP-HIT             SIGNED-INT VALUE 0.
        01  DUP-NEW             PIC X(100).
        77  DUP-SEV             PIC X(5).
        01  DUP-MSG             PIC X(60).

      * 數值欄位檢核
        01  NUM-TXT             PIC X(16).
        01  NUM-WK              PIC X(16).
        77  NUM-LEN             SIGNED-INT VALUE 0.
        77  NUM-VAL             SIGNED-LONG VALUE 0.
        77  NUM-OK-SW           PIC X VALUE SPACE.
            88 NUM-OK           VALUE 'Y'.
        77  CHR-IDX             SIGNED-INT VALUE 0.
        77  COMMA-CNT           SIGNED-INT VALUE 0.

      * 欄位拆解(各類共用，寬度同消費程式)
        01  LP-1                PIC X(80).
        01  LP-2                PIC X(80).
        01  LP-3                PIC X(200).
        01  LP-4                PIC X(10).
        01  LP-5                PIC X(60).
        01  LP-6                PIC X(64).
        01  LP-T                PIC X(8).
        01  LP-Q                PIC X(64).
        01  LP-T2               PIC X(8).
        01  LP-Q2               PIC X(64).
        77  LP-UPTR             PIC 9(5).
        77  LP-UPTR2            PIC 9(3).

      * 路由規則檔
        77  RT-DEF-SW           PIC X VALUE SPACE.
            88 RT-DEF           VALUE 'Y'.

      * 備援對照(循環檢核)
        01  FV-TAB.
            05  FV-ENT OCCURS 500 TIMES.
                10  FV-PT       PIC X(5).
                10  FV-PQ       PIC X(64).
                10  FV-ST       PIC X(5).
                10  FV-SQ       PIC X(64).
                10  FV-LINE     SIGNED-INT.
        77  FV-CNT              SIGNED-INT VALUE 0.
        77  FV-IDX              SIGNED-INT VALUE 0.
        77  FV-CUR              SIGNED-INT VALUE 0.
        77  FV-NXT              SIGNED-INT VALUE 0.
        77  FV-SCAN             SIGNED-INT VALUE 0.
        77  FV-MIN              SIGNED-INT VALUE 0.
        77  FV-STEPS            SIGNED-INT VALUE 0.
        77  FV-END-SW           PIC X VALUE SPACE.
            88 FV-END           VALUE 'Y'.
        77  FV-LOOP-SW          PIC X VALUE SPACE.
            88 FV-LOOP          VALUE 'Y'.
        01  FV-PATH             PIC X(120).
        77  FV-PTR              SIGNED-INT VALUE 0.

      * 告警路由腳本
        01  SCRIPT-TOK          PIC X(200).
        01  CMD-LINE            PIC X(300).
        77  CMD-RC              SIGNED-INT VALUE 0.

      * MWSCHED 步驟(相依檢核)
        01  SS-TAB.
            05  SS-ENT OCCURS 100 TIMES.
                10  SS-NAME     PIC X(16).
                10  SS-ONFAIL   PIC X(20).
                10  SS-LINE     SIGNED-INT.
                10  SS-DONE     PIC X.
                10  SS-DEP      PIC X(16) OCCURS 8 TIMES.
        77  SS-CNT              SIGNED-INT VALUE 0.
        77  SS-IDX              SIGNED-INT VALUE 0.
        77  SS-HIT              SIGNED-INT VALUE 0.
        77  DEP-IDX             SIGNED-INT VALUE 0.
        77  DEP-UPTR            PIC 9(3).
        01  LOOK-NAME           PIC X(16).
        77  SS-MOVED-SW         PIC X VALUE SPACE.
            88 SS-MOVED         VALUE 'Y'.
        77  SS-READY-SW         PIC X VALUE SPACE.
            88 SS-READY         VALUE 'Y'.

      * 作業行事曆(MWJOBCALDEF)
        01  JC-NET              PIC X(16).
        01  JC-CTL              PIC X(256).

      * 檢核結果
        77  FND-SEV             PIC X(5).
        01  FND-TXT             PIC X(120).
        77  FND-LINE            SIGNED-INT VALUE 0.
        77  TOT-FILES           SIGNED-INT VALUE 0.
        77  TOT-ERR             SIGNED-INT VALUE 0.
        77  TOT-WARN            SIGNED-INT VALUE 0.

        77  STAMP-DATE          PIC X(8).
        77  STAMP-TIME          PIC X(8).
        77  LINE-DISP           PIC Z(4)9.
        77  N-DISP              PIC Z(8)9.
        77  N-DISP2             PIC Z(8)9.
        77  CNT-DISP            PIC -(5)9.
        77  CNT-DISP2           PIC -(5)9.
        77  CNT-DISP3           PIC -(5)9.
        77  CNT-DISP4           PIC -(5)9.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

            ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT STAMP-TIME FROM TIME.

            OPEN OUTPUT LINT-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN REPORT FILE : " RPT-FILE-NAME
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            MOVE SPACES TO RPT-REC.
            STRING "MWLINT CONTROL FILE VALIDATION  "
                   STAMP-DATE(1:4) "-" STAMP-DATE(5:2) "-"
                   STAMP-DATE(7:2) " " STAMP-TIME(1:2) ":"
                   STAMP-TIME(3:2)
                   DELIMITED BY SIZE INTO RPT-REC.
            PERFORM 7900-RPTWRITE.

            PERFORM 4000-LIVELOAD THRU 4000-EXIT.

            IF NOT SCHED-GIVEN
                PERFORM 4100-CALLOAD THRU 4100-EXIT
            END-IF.

      * 固定控制檔：不存在即消費程式不套用政策，只註明略過
            PERFORM VARYING LF-IDX FROM 1 BY 1 UNTIL LF-IDX > 8
                MOVE LF-LOGICAL(LF-IDX) TO CUR-LOGICAL
                MOVE LF-KIND(LF-IDX) TO CUR-KIND
                MOVE LF-RECMAX(LF-IDX) TO CUR-RECMAX
                MOVE LF-LIMIT(LF-IDX) TO CUR-LIMIT
                MOVE SPACE TO CUR-MUST-SW
                PERFORM 4900-RESOLVE
                PERFORM 5000-LINTONE THRU 5000-EXIT
            END-PERFORM.

      * 指名檔案：不存在即為錯誤
            PERFORM VARYING XF-IDX FROM 1 BY 1 UNTIL XF-IDX > XF-CNT
                MOVE XF-KIND(XF-IDX) TO CUR-KIND
                MOVE XF-PATH(XF-IDX) TO CUR-PATH
                MOVE "Y" TO CUR-MUST-SW
                EVALUATE CUR-KIND
                    WHEN "RTE"
                        MOVE "MWROUTE" TO CUR-LOGICAL
                        MOVE 200 TO CUR-RECMAX
                        MOVE 50 TO CUR-LIMIT
                    WHEN "TMR"
                        MOVE "MWTIMER" TO CUR-LOGICAL
                        MOVE 1200 TO CUR-RECMAX
                        MOVE 100 TO CUR-LIMIT
                    WHEN OTHER
                        MOVE "MWSCHED" TO CUR-LOGICAL
                        MOVE 320 TO CUR-RECMAX
                        MOVE 100 TO CUR-LIMIT
                END-EVALUATE
                PERFORM 5000-LINTONE THRU 5000-EXIT
            END-PERFORM.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE TOT-FILES TO CNT-DISP.
            MOVE TOT-ERR TO CNT-DISP2.
            MOVE TOT-WARN TO CNT-DISP3.
            MOVE SPACES TO RPT-REC.
            STRING "FILES CHECKED " CNT-DISP
                   "   ERRORS " CNT-DISP2
                   "   WARNINGS " CNT-DISP3
                   DELIMITED BY SIZE INTO RPT-REC.
            PERFORM 7900-RPTWRITE.

            CLOSE LINT-RPT-FILE.

            EVALUATE TRUE
                WHEN TOT-ERR > 0
                    MOVE MWRC-DENY TO RETURN-CODE
                WHEN TOT-WARN > 0
                    MOVE MWRC-WARN TO RETURN-CODE
                WHEN OTHER
                    MOVE MWRC-OK TO RETURN-CODE
            END-EVALUATE.

        0000-EXIT.
            IF NOT QUIET-ON
                DISPLAY "PRESS <ENTER> TO EXIT"
                ACCEPT OMITTED
            END-IF.
            STOP RUN.

      *-----------------------------------------------------------
      * 載入 QUE 主檔 LIVE 清單；主檔打不開時不檢核 QUE 參照
      *-----------------------------------------------------------
        4000-LIVELOAD.
            OPEN INPUT QUE-REGM-FILE.
            IF REGM-FILE-STAT NOT = "00"
                MOVE SPACES TO RPT-REC
                STRING "QUEREGM NOT AVAILABLE, "
                       "QUE REFERENCES NOT CHECKED"
                       DELIMITED BY SIZE INTO RPT-REC
                PERFORM 7900-RPTWRITE
                GO TO 4000-EXIT
            END-IF.

            MOVE "Y" TO LQ-SW.
            PERFORM TEST BEFORE UNTIL REGM-EOF
                READ QUE-REGM-FILE NEXT
                    AT END
                        MOVE "10" TO REGM-FILE-STAT
                    NOT AT END
                        IF REGM-LIVE
                            IF LQ-CNT < 3000
                                ADD 1 TO LQ-CNT
                                MOVE REGM-QUE-NAME TO LQ-NAME(LQ-CNT)
                                MOVE REGM-QUE-TYPE TO LQ-TYPE(LQ-CNT)
                                MOVE REGM-OWNER TO LQ-OWNER(LQ-CNT)
                            ELSE
                                MOVE "Y" TO LQ-FULL-SW
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE QUE-REGM-FILE.

      * 清單不全時無法斷定「不存在」，改為不檢核
            IF LQ-FULL
                MOVE SPACE TO LQ-SW
                MOVE SPACES TO RPT-REC
                STRING "QUEREGM LIVE QUEUES EXCEED 3000, "
                       "QUE REFERENCES NOT CHECKED"
                       DELIMITED BY SIZE INTO RPT-REC
                PERFORM 7900-RPTWRITE
            END-IF.

        4000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 未指定 -sched 時取作業行事曆列名的 MWSCHED 控制檔
      *-----------------------------------------------------------
        4100-CALLOAD.
            MOVE "MWJOBCALDEF" TO CUR-LOGICAL.
            PERFORM 4900-RESOLVE.
            MOVE CUR-PATH TO CTL-FILE-NAME.

            OPEN INPUT LINT-CTL-FILE.
            IF CTL-FILE-STAT NOT = "00"
                GO TO 4100-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL CTL-EOF
                READ LINT-CTL-FILE
                    AT END
                        MOVE "10" TO CTL-FILE-STAT
                    NOT AT END
                        IF CTL-REC NOT = SPACES
                        AND CTL-REC(1:1) NOT = "*"
                            MOVE SPACES TO JC-NET
                            MOVE SPACES TO JC-CTL
                            MOVE 1 TO LP-UPTR
                            UNSTRING CTL-REC DELIMITED BY "|"
                                INTO JC-NET, JC-CTL
                                POINTER LP-UPTR
                            END-UNSTRING
                            IF JC-CTL NOT = SPACES
                                MOVE "SCH" TO ADD-KIND
                                MOVE FUNCTION TRIM(JC-CTL)
                                    TO ADD-PATH
                                PERFORM 4150-XFADD
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE LINT-CTL-FILE.

        4100-EXIT.
            CONTINUE.

      * 加入指名檔案(同類同檔只檢一次)
        4150-XFADD.
            MOVE 0 TO XF-HIT.
            PERFORM VARYING XF-IDX FROM 1 BY 1 UNTIL XF-IDX > XF-CNT
                IF XF-KIND(XF-IDX) = ADD-KIND
                AND XF-PATH(XF-IDX) = ADD-PATH
                    MOVE XF-IDX TO XF-HIT
                END-IF
            END-PERFORM.
            IF XF-HIT = 0
                IF XF-CNT < 40
                    ADD 1 TO XF-CNT
                    MOVE ADD-KIND TO XF-KIND(XF-CNT)
                    MOVE ADD-PATH TO XF-PATH(XF-CNT)
                ELSE
                    DISPLAY "FILE LIST FULL, SKIPPED : "
                            ADD-PATH(1:50)
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

      *-----------------------------------------------------------
      * 檢核一個檔案
      *-----------------------------------------------------------
        5000-LINTONE.
            MOVE 0 TO CUR-LINES.
            MOVE 0 TO CUR-RULES.
            MOVE 0 TO CUR-ERR.
            MOVE 0 TO CUR-WARN.
            MOVE SPACE TO CUR-OVF-SW.
            MOVE 0 TO LINE-NO.
            MOVE 0 TO SHOWN-LINE.
            MOVE 0 TO DUP-CNT.
            MOVE 0 TO FV-CNT.
            MOVE 0 TO SS-CNT.
            MOVE SPACE TO RT-DEF-SW.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            STRING CUR-LOGICAL " " FUNCTION TRIM(CUR-PATH)
                   DELIMITED BY SIZE INTO RPT-REC.
            PERFORM 7900-RPTWRITE.

            MOVE CUR-PATH TO CTL-FILE-NAME.
            OPEN INPUT LINT-CTL-FILE.
            IF CTL-FILE-STAT NOT = "00"
                IF CUR-MUST
                    MOVE "ERROR" TO FND-SEV
                    MOVE "FILE NOT FOUND OR NOT READABLE" TO FND-TXT
                    MOVE 0 TO FND-LINE
                    PERFORM 8900-FINDING
                    ADD CUR-ERR TO TOT-ERR
                ELSE
                    MOVE SPACES TO RPT-REC
                    STRING "  NOT PRESENT, SKIPPED"
                           DELIMITED BY SIZE INTO RPT-REC
                    PERFORM 7900-RPTWRITE
                END-IF
                GO TO 5000-EXIT
            END-IF.

            ADD 1 TO TOT-FILES.
            PERFORM 5100-READALL.
            CLOSE LINT-CTL-FILE.

      * 全檔讀畢後的交叉檢核
            MOVE 0 TO LINE-NO.
            EVALUATE CUR-KIND
                WHEN "FOV"
                    PERFORM 6650-FOVLOOP
                WHEN "SCH"
                    PERFORM 6700-SCHGRAPH
                WHEN "RTE"
                    IF CUR-RULES = 0 AND NOT RT-DEF
                        MOVE "ERROR" TO FND-SEV
                        MOVE "NO USABLE RULES AND NO DEF"
                            TO FND-TXT
                        MOVE 0 TO FND-LINE
                        PERFORM 8900-FINDING
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

            MOVE CUR-LINES TO CNT-DISP.
            MOVE CUR-RULES TO CNT-DISP2.
            MOVE CUR-ERR TO CNT-DISP3.
            MOVE CUR-WARN TO CNT-DISP4.
            MOVE SPACES TO RPT-REC.
            STRING "  LINES " CNT-DISP "  ENTRIES " CNT-DISP2
                   "  ERRORS " CNT-DISP3 "  WARNINGS " CNT-DISP4
                   DELIMITED BY SIZE INTO RPT-REC.
            PERFORM 7900-RPTWRITE.

            ADD CUR-ERR TO TOT-ERR.
            ADD CUR-WARN TO TOT-WARN.

        5000-EXIT.
            CONTINUE.

        5100-READALL.
            PERFORM TEST BEFORE UNTIL CTL-EOF
                READ LINT-CTL-FILE
                    AT END
                        MOVE "10" TO CTL-FILE-STAT
                    NOT AT END
                        ADD 1 TO LINE-NO
                        ADD 1 TO CUR-LINES
                        PERFORM 5200-LINEONE
                END-READ
            END-PERFORM.

      * 超過消費程式記錄長度者先行截斷，與消費程式所見一致
        5200-LINEONE.
            IF CUR-RECMAX < 1200
                IF CTL-REC(CUR-RECMAX + 1:) NOT = SPACES
                    MOVE "WARN" TO FND-SEV
                    MOVE CUR-RECMAX TO N-DISP
                    STRING "LINE LONGER THAN "
                           FUNCTION TRIM(N-DISP)
                           ", TRUNCATED BY CONSUMER"
                           DELIMITED BY SIZE INTO FND-TXT
                    MOVE LINE-NO TO FND-LINE
                    PERFORM 8900-FINDING
                    MOVE SPACES TO CTL-REC(CUR-RECMAX + 1:)
                END-IF
            END-IF.

            EVALUATE CUR-KIND
                WHEN "FMT"
                    PERFORM 6100-FMTLINE THRU 6100-EXIT
                WHEN "MSK"
                    PERFORM 6150-MSKLINE THRU 6150-EXIT
                WHEN "RAT"
                    PERFORM 6200-RATLINE THRU 6200-EXIT
                WHEN "FOV"
                    PERFORM 6250-FOVLINE THRU 6250-EXIT
                WHEN "ALR"
                    PERFORM 6300-ALRLINE THRU 6300-EXIT
                WHEN "SLA"
                    PERFORM 6350-SLALINE THRU 6350-EXIT
                WHEN "CLS"
                    PERFORM 6400-CLSLINE THRU 6400-EXIT
                WHEN "EOD"
                    PERFORM 6450-EODLINE THRU 6450-EXIT
                WHEN "RTE"
                    PERFORM 6500-RTELINE THRU 6500-EXIT
                WHEN "TMR"
                    PERFORM 6550-TMRLINE THRU 6550-EXIT
                WHEN "SCH"
                    PERFORM 6600-SCHLINE THRU 6600-EXIT
            END-EVALUATE.

      *-----------------------------------------------------------
      * MWFMTS：QUE|KIND|P3|P4|P5，* 開頭為註解(*| 為全 QUE 規則)
      *-----------------------------------------------------------
        6100-FMTLINE.
            IF CTL-REC = SPACES
            OR (CTL-REC(1:1) = "*" AND CTL-REC(2:1) NOT = "|")
                GO TO 6100-EXIT
            END-IF.

            MOVE SPACES TO LP-1.
            MOVE SPACES TO LP-2.
            MOVE SPACES TO LP-4.
            MOVE SPACES TO NUM-TXT.
            MOVE SPACES TO LP-5.
            MOVE 1 TO LP-UPTR.
            UNSTRING CTL-REC DELIMITED BY "|"
                INTO LP-1, LP-2, NUM-TXT, LP-4, LP-5
                POINTER LP-UPTR
            END-UNSTRING.

            IF LP-2 NOT = "MINLEN" AND LP-2 NOT = "NUM"
            AND LP-2 NOT = "DATE" AND LP-2 NOT = "CODE"
            AND LP-2 NOT = "AMT" AND LP-2 NOT = "CTLTOT"
            AND LP-2 NOT = "KEY" AND LP-2 NOT = "SEQKEY"
                MOVE "ERROR" TO FND-SEV
                STRING "UNKNOWN RULE KIND '" FUNCTION TRIM(LP-2)
                       "', LINE IGNORED BY CONSUMER"
                       DELIMITED BY SIZE INTO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
                GO TO 6100-EXIT
            END-IF.

            ADD 1 TO CUR-RULES.
            PERFORM 8400-OVFCHK.

            IF LP-1 = SPACES
                MOVE "ERROR" TO FND-SEV
                MOVE "MISSING QUE NAME, RULE NEVER APPLIES"
                    TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
            END-IF.

      * CTLTOT/SEQKEY 無位置參數
            IF LP-2 = "CTLTOT" OR LP-2 = "SEQKEY"
                MOVE SPACES TO DUP-NEW
                STRING LP-1(1:64) "|" LP-2(1:6)
                       DELIMITED BY SIZE INTO DUP-NEW
                GO TO 6100-RULEREF
            END-IF.

            IF LP-2 = "MINLEN"
                PERFORM 8200-NUMCHK THRU 8200-EXIT
                IF NOT NUM-OK OR NUM-VAL < 1
                    MOVE "ERROR" TO FND-SEV
                    MOVE "MINLEN LENGTH NOT A POSITIVE NUMBER"
                        TO FND-TXT
                    MOVE LINE-NO TO FND-LINE
                    PERFORM 8900-FINDING
                END-IF
                MOVE SPACES TO DUP-NEW
                STRING LP-1(1:64) "|MINLEN"
                       DELIMITED BY SIZE INTO DUP-NEW
            ELSE
                PERFORM 8200-NUMCHK THRU 8200-EXIT
                IF NOT NUM-OK OR NUM-VAL < 1
                    MOVE "ERROR" TO FND-SEV
                    MOVE "FIELD START NOT A POSITIVE NUMBER"
                        TO FND-TXT
                    MOVE LINE-NO TO FND-LINE
                    PERFORM 8900-FINDING
                END-IF
                MOVE SPACES TO DUP-NEW
                STRING LP-1(1:64) "|" LP-2(1:6) "|" NUM-TXT(1:8)
                       DELIMITED BY SIZE INTO DUP-NEW
                MOVE LP-4 TO NUM-TXT
                PERFORM 8200-NUMCHK THRU 8200-EXIT
                IF NOT NUM-OK OR NUM-VAL < 1
                    MOVE "ERROR" TO FND-SEV
                    MOVE "FIELD LENGTH NOT A POSITIVE NUMBER"
                        TO FND-TXT
                    MOVE LINE-NO TO FND-LINE
                    PERFORM 8900-FINDING
                ELSE
                    IF LP-2 = "DATE" AND NUM-VAL NOT = 8
                        MOVE "ERROR" TO FND-SEV
                        MOVE "DATE LENGTH NOT 8, RULE ALWAYS FAILS"
                            TO FND-TXT
                        MOVE LINE-NO TO FND-LINE
                        PERFORM 8900-FINDING
                    END-IF
                    IF LP-2 = "KEY" AND NUM-VAL > 40
                        MOVE "WARN" TO FND-SEV
                        MOVE "KEY LENGTH OVER 40, INDEXED VALUE CUT"
                            TO FND-TXT
                        MOVE LINE-NO TO FND-LINE
                        PERFORM 8900-FINDING
                    END-IF
                END-IF
                IF LP-2 = "CODE"
                    MOVE 0 TO COMMA-CNT
                    INSPECT LP-5 TALLYING COMMA-CNT FOR ALL ","
                    EVALUATE TRUE
                        WHEN LP-5 = SPACES
                            MOVE "ERROR" TO FND-SEV
                            MOVE "CODE RULE WITHOUT CODE LIST"
                                TO FND-TXT
                            MOVE LINE-NO TO FND-LINE
                            PERFORM 8900-FINDING
                        WHEN COMMA-CNT > 7
                            MOVE "ERROR" TO FND-SEV
                            MOVE "MORE THAN 8 CODES, EXTRA IGNORED"
                                TO FND-TXT
                            MOVE LINE-NO TO FND-LINE
                            PERFORM 8900-FINDING
                    END-EVALUATE
                END-IF
                IF LP-2 = "KEY" AND LP-5(9:) NOT = SPACES
                    MOVE "WARN" TO FND-SEV
                    MOVE "KEY NAME OVER 8 BYTES, NAME CUT"
                        TO FND-TXT
                    MOVE LINE-NO TO FND-LINE
                    PERFORM 8900-FINDING
                END-IF
            END-IF.

        6100-RULEREF.
            MOVE "WARN" TO DUP-SEV.
            MOVE "SAME QUE/KIND/POSITION AS" TO DUP-MSG.
            PERFORM 8100-DUPCHK.

            MOVE SPACES TO REF-TYPE.
            MOVE LP-1(1:64) TO REF-QUE.
            MOVE "WARN" TO REF-SEV.
            PERFORM 8000-QUECHK THRU 8000-EXIT.

        6100-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * MWMASKS：QUE|POS|start|len 或 QUE|PAN
      *-----------------------------------------------------------
        6150-MSKLINE.
            IF CTL-REC = SPACES OR CTL-REC(1:1) = "*"
                GO TO 6150-EXIT
            END-IF.

            MOVE SPACES TO LP-1.
            MOVE SPACES TO LP-2.
            MOVE SPACES TO NUM-TXT.
            MOVE SPACES TO LP-4.
            MOVE 1 TO LP-UPTR.
            UNSTRING CTL-REC DELIMITED BY "|"
                INTO LP-1, LP-2, NUM-TXT, LP-4
                POINTER LP-UPTR
            END-UNSTRING.

            IF LP-2 NOT = "POS" AND LP-2 NOT = "PAN"
                MOVE "ERROR" TO FND-SEV
                STRING "UNKNOWN MASK KIND '" FUNCTION TRIM(LP-2)
                       "', LINE IGNORED BY CONSUMER"
                       DELIMITED BY SIZE INTO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
                GO TO 6150-EXIT
            END-IF.

            ADD 1 TO CUR-RULES.
            PERFORM 8400-OVFCHK.

            IF LP-1 = SPACES
                MOVE "ERROR" TO FND-SEV
                MOVE "MISSING QUE NAME, RULE NEVER APPLIES"
                    TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
            END-IF.

            MOVE SPACES TO DUP-NEW.
            IF LP-2 = "POS"
                STRING LP-1(1:64) "|POS|" NUM-TXT(1:8)
                       DELIMITED BY SIZE INTO DUP-NEW
                PERFORM 8200-NUMCHK THRU 8200-EXIT
                IF NOT NUM-OK OR NUM-VAL < 1
                    MOVE "ERROR" TO FND-SEV
                    MOVE "MASK START NOT A POSITIVE NUMBER"
                        TO FND-TXT
                    MOVE LINE-NO TO FND-LINE
                    PERFORM 8900-FINDING
                END-IF
                MOVE LP-4 TO NUM-TXT
                PERFORM 8200-NUMCHK THRU 8200-EXIT
                IF NOT NUM-OK OR NUM-VAL < 1
                    MOVE "ERROR" TO FND-SEV
                    MOVE "MASK LENGTH NOT A POSITIVE NUMBER"
                        TO FND-TXT
                    MOVE LINE-NO TO FND-LINE
                    PERFORM 8900-FINDING
                END-IF
            ELSE
                STRING LP-1(1:64) "|PAN"
                       DELIMITED BY SIZE INTO DUP-NEW
            END-IF.

            MOVE "WARN" TO DUP-SEV.
            MOVE "SAME QUE/KIND/POSITION AS" TO DUP-MSG.
            PERFORM 8100-DUPCHK.

            MOVE SPACES TO REF-TYPE.
            MOVE LP-1(1:64) TO REF-QUE.
            MOVE "WARN" TO REF-SEV.
            PERFORM 8000-QUECHK THRU 8000-EXIT.

        6150-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * MWRATES：que mps 或 que oper mps(空白分隔)
      *-----------------------------------------------------------
        6200-RATLINE.
            IF CTL-REC = SPACES OR CTL-REC(1:1) = "*"
                GO TO 6200-EXIT
            END-IF.

            MOVE SPACES TO LP-1.
            MOVE SPACES TO LP-2.
            MOVE SPACES TO NUM-TXT.
            MOVE 1 TO LP-UPTR.
            UNSTRING CTL-REC DELIMITED BY ALL SPACE
                INTO LP-1, LP-2, NUM-TXT
                POINTER LP-UPTR
            END-UNSTRING.
            ADD 1 TO CUR-RULES.

            IF LP-1 = SPACES
                MOVE "ERROR" TO FND-SEV
                MOVE "LINE STARTS WITH SPACE, QUE NAME EMPTY"
                    TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
                GO TO 6200-EXIT
            END-IF.

            MOVE SPACES TO DUP-NEW.
            IF NUM-TXT = SPACES
      * 全體速率：第 2 欄即每秒筆數，消費程式取第一筆
                MOVE LP-2(1:16) TO NUM-TXT
                STRING LP-1(1:64) "|*"
                       DELIMITED BY SIZE INTO DUP-NEW
                MOVE "FIRST ONE WINS, SAME QUE AS" TO DUP-MSG
            ELSE
      * 操作者速率：消費程式取最後一筆
                STRING LP-1(1:64) "|" LP-2(1:32)
                       DELIMITED BY SIZE INTO DUP-NEW
                MOVE "LAST ONE WINS, SAME QUE/OPERATOR AS"
                    TO DUP-MSG
            END-IF.

            PERFORM 8200-NUMCHK THRU 8200-EXIT.
            IF NOT NUM-OK OR NUM-VAL < 1
                MOVE "ERROR" TO FND-SEV
                MOVE "RATE NOT A POSITIVE NUMBER, NO LIMIT APPLIED"
                    TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
            END-IF.

            MOVE "ERROR" TO DUP-SEV.
            PERFORM 8100-DUPCHK.

            MOVE SPACES TO REF-TYPE.
            MOVE LP-1(1:64) TO REF-QUE.
            MOVE "WARN" TO REF-SEV.
            PERFORM 8000-QUECHK THRU 8000-EXIT.

        6200-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * MWFAILOVR：TYPE,QUE|TYPE,QUE(primary -> standby)
      *-----------------------------------------------------------
        6250-FOVLINE.
            IF CTL-REC = SPACES OR CTL-REC(1:1) = "*"
                GO TO 6250-EXIT
            END-IF.

            MOVE SPACES TO LP-1.
            MOVE SPACES TO LP-2.
            MOVE 1 TO LP-UPTR.
            UNSTRING CTL-REC DELIMITED BY "|"
                INTO LP-1, LP-2
                POINTER LP-UPTR
            END-UNSTRING.
            MOVE SPACES TO LP-T.
            MOVE SPACES TO LP-Q.
            MOVE 1 TO LP-UPTR2.
            UNSTRING LP-1 DELIMITED BY ","
                INTO LP-T, LP-Q
                POINTER LP-UPTR2
            END-UNSTRING.
            MOVE SPACES TO LP-T2.
            MOVE SPACES TO LP-Q2.
            MOVE 1 TO LP-UPTR2.
            UNSTRING LP-2 DELIMITED BY ","
                INTO LP-T2, LP-Q2
                POINTER LP-UPTR2
            END-UNSTRING.
            ADD 1 TO CUR-RULES.

            IF LP-Q = SPACES OR LP-Q2 = SPACES
                MOVE "ERROR" TO FND-SEV
                MOVE "EXPECTED TYPE,QUE|TYPE,QUE" TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
                GO TO 6250-EXIT
            END-IF.

            MOVE LP-T TO REF-TYPE.
            PERFORM 8300-TYPECHK.
            MOVE LP-T2 TO REF-TYPE.
            PERFORM 8300-TYPECHK.

            IF LP-T(1:5) = LP-T2(1:5) AND LP-Q = LP-Q2
                MOVE "ERROR" TO FND-SEV
                MOVE "STANDBY IS THE PRIMARY ITSELF (FAILOVER LOOP)"
                    TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
            END-IF.

            MOVE SPACES TO DUP-NEW.
            STRING LP-T(1:5) "," LP-Q
                   DELIMITED BY SIZE INTO DUP-NEW.
            MOVE "ERROR" TO DUP-SEV.
            MOVE "LAST ONE WINS, SAME PRIMARY AS" TO DUP-MSG.
            PERFORM 8100-DUPCHK.

            MOVE LP-T TO REF-TYPE.
            MOVE LP-Q TO REF-QUE.
            MOVE "WARN" TO REF-SEV.
            PERFORM 8000-QUECHK THRU 8000-EXIT.
            MOVE LP-T2 TO REF-TYPE.
            MOVE LP-Q2 TO REF-QUE.
            MOVE "ERROR" TO REF-SEV.
            PERFORM 8000-QUECHK THRU 8000-EXIT.

            IF FV-CNT < 500
                ADD 1 TO FV-CNT
                MOVE LP-T(1:5) TO FV-PT(FV-CNT)
                MOVE LP-Q TO FV-PQ(FV-CNT)
                MOVE LP-T2(1:5) TO FV-ST(FV-CNT)
                MOVE LP-Q2 TO FV-SQ(FV-CNT)
                MOVE LINE-NO TO FV-LINE(FV-CNT)
            END-IF.

        6250-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * MWALERTR：PAT|SEV|CMD，第一筆符合者生效
      *-----------------------------------------------------------
        6300-ALRLINE.
            IF CTL-REC = SPACES
            OR (CTL-REC(1:1) = "*" AND CTL-REC(2:1) NOT = "|")
                GO TO 6300-EXIT
            END-IF.

            MOVE SPACES TO LP-1.
            MOVE SPACES TO LP-T.
            MOVE SPACES TO LP-3.
            MOVE 1 TO LP-UPTR.
            UNSTRING CTL-REC DELIMITED BY "|"
                INTO LP-1, LP-T, LP-3
                POINTER LP-UPTR
            END-UNSTRING.

            IF LP-3 = SPACES
                MOVE "WARN" TO FND-SEV
                MOVE "NO COMMAND, LINE IGNORED BY CONSUMER"
                    TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
                GO TO 6300-EXIT
            END-IF.
            ADD 1 TO CUR-RULES.

            IF LP-1 = SPACES
                MOVE "ERROR" TO FND-SEV
                MOVE "EMPTY PATTERN, ROUTE NEVER MATCHES" TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
            END-IF.
            IF LP-T = SPACES
                MOVE "ERROR" TO FND-SEV
                MOVE "EMPTY SEVERITY, USE * FOR ALL" TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
            END-IF.

            MOVE SPACES TO DUP-NEW.
            STRING LP-1(1:64) "|" LP-T
                   DELIMITED BY SIZE INTO DUP-NEW.
            MOVE "ERROR" TO DUP-SEV.
            MOVE "NEVER REACHED, SAME PATTERN/SEVERITY AS"
                TO DUP-MSG.
            PERFORM 8100-DUPCHK.

      * 前綴/OWNER= 是否還有對應的 LIVE QUE
            IF LP-1 NOT = SPACES AND FUNCTION TRIM(LP-1) NOT = "*"
                PERFORM 8600-PFXCHK
            END-IF.

            PERFORM 8500-SCRIPTCHK THRU 8500-EXIT.

        6300-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * MWSLADEF：QUE|TYPE|PCT|RTT|DRAIN_HHMM|TEAM(- 為不設)
      *-----------------------------------------------------------
        6350-SLALINE.
            IF CTL-REC = SPACES OR CTL-REC(1:1) = "*"
                GO TO 6350-EXIT
            END-IF.

            MOVE SPACES TO LP-Q.
            MOVE SPACES TO LP-T.
            MOVE SPACES TO NUM-TXT.
            MOVE SPACES TO LP-4.
            MOVE SPACES TO LP-T2.
            MOVE SPACES TO LP-2.
            MOVE 1 TO LP-UPTR.
            UNSTRING CTL-REC DELIMITED BY "|"
                INTO LP-Q, LP-T, NUM-TXT, LP-4, LP-T2, LP-2
                POINTER LP-UPTR
            END-UNSTRING.
            ADD 1 TO CUR-RULES.
            PERFORM 8400-OVFCHK.

            IF LP-Q = SPACES
                MOVE "ERROR" TO FND-SEV
                MOVE "MISSING QUE NAME" TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
                GO TO 6350-EXIT
            END-IF.

            MOVE LP-T TO REF-TYPE.
            PERFORM 8300-TYPECHK.

            IF NUM-TXT NOT = SPACES AND NUM-TXT(1:1) NOT = "-"
                PERFORM 8200-NUMCHK THRU 8200-EXIT
                IF NOT NUM-OK OR NUM-VAL < 1 OR NUM-VAL > 100
                    MOVE "ERROR" TO FND-SEV
                    MOVE "DEPTH PERCENT NOT 1-100 OR -" TO FND-TXT
                    MOVE LINE-NO TO FND-LINE
                    PERFORM 8900-FINDING
                END-IF
            END-IF.

            IF LP-4 NOT = SPACES AND LP-4(1:1) NOT = "-"
                MOVE LP-4 TO NUM-TXT
                PERFORM 8200-NUMCHK THRU 8200-EXIT
                IF NOT NUM-OK OR NUM-VAL < 1
                    MOVE "ERROR" TO FND-SEV
                    MOVE "ROUND-TRIP LIMIT NOT A POSITIVE NUMBER OR -"
                        TO FND-TXT
                    MOVE LINE-NO TO FND-LINE
                    PERFORM 8900-FINDING
                END-IF
            END-IF.

            IF LP-T2 NOT = SPACES AND LP-T2(1:1) NOT = "-"
                IF LP-T2(1:4) IS NOT NUMERIC
                OR LP-T2(5:) NOT = SPACES
                OR LP-T2(1:2) > "23" OR LP-T2(3:2) > "59"
                    MOVE "ERROR" TO FND-SEV
                    MOVE "DRAIN TIME NOT HHMM OR -" TO FND-TXT
                    MOVE LINE-NO TO FND-LINE
                    PERFORM 8900-FINDING
                END-IF
            END-IF.

            MOVE SPACES TO DUP-NEW.
            STRING LP-T(1:5) "," LP-Q
                   DELIMITED BY SIZE INTO DUP-NEW.
            MOVE "WARN" TO DUP-SEV.
            MOVE "CHECKED TWICE, SAME QUE AS" TO DUP-MSG.
            PERFORM 8100-DUPCHK.

            MOVE LP-T TO REF-TYPE.
            MOVE LP-Q TO REF-QUE.
            MOVE "WARN" TO REF-SEV.
            PERFORM 8000-QUECHK THRU 8000-EXIT.

        6350-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * MWCLASSES：NAME|MAX|SIZE|MODE_OCT|PROD，第一筆符合者生效
      *-----------------------------------------------------------
        6400-CLSLINE.
            IF CTL-REC = SPACES OR CTL-REC(1:1) = "*"
                GO TO 6400-EXIT
            END-IF.

            MOVE SPACES TO LP-1.
            MOVE SPACES TO NUM-TXT.
            MOVE SPACES TO LP-4.
            MOVE SPACES TO LP-T.
            MOVE SPACES TO LP-2.
            MOVE 1 TO LP-UPTR.
            UNSTRING CTL-REC DELIMITED BY "|"
                INTO LP-1, NUM-TXT, LP-4, LP-T, LP-2
                POINTER LP-UPTR
            END-UNSTRING.
            ADD 1 TO CUR-RULES.

            IF LP-1 = SPACES
                MOVE "ERROR" TO FND-SEV
                MOVE "MISSING CLASS NAME" TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
                GO TO 6400-EXIT
            END-IF.
            IF FUNCTION LENGTH(FUNCTION TRIM(LP-1)) > 12
                MOVE "ERROR" TO FND-SEV
                MOVE "CLASS NAME LONGER THAN 12" TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
            END-IF.

            PERFORM 8200-NUMCHK THRU 8200-EXIT.
            IF NOT NUM-OK OR NUM-VAL < 1
                MOVE "ERROR" TO FND-SEV
                MOVE "MAX MESSAGES NOT A POSITIVE NUMBER" TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
            END-IF.
            MOVE LP-4 TO NUM-TXT.
            PERFORM 8200-NUMCHK THRU 8200-EXIT.
            IF NOT NUM-OK OR NUM-VAL < 1
                MOVE "ERROR" TO FND-SEV
                MOVE "MESSAGE SIZE NOT A POSITIVE NUMBER" TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
            END-IF.

            MOVE "Y" TO NUM-OK-SW.
            IF LP-T = SPACES
                MOVE SPACE TO NUM-OK-SW
            END-IF.
            PERFORM VARYING CHR-IDX FROM 1 BY 1 UNTIL CHR-IDX > 8
                IF LP-T(CHR-IDX:1) NOT = SPACE
                AND (LP-T(CHR-IDX:1) < "0" OR LP-T(CHR-IDX:1) > "7")
                    MOVE SPACE TO NUM-OK-SW
                END-IF
            END-PERFORM.
            IF NOT NUM-OK
                MOVE "ERROR" TO FND-SEV
                MOVE "MODE NOT AN OCTAL NUMBER" TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
            END-IF.

            IF LP-2 NOT = SPACES AND LP-2 NOT = "Y"
            AND LP-2 NOT = "N"
                MOVE "ERROR" TO FND-SEV
                MOVE "PROD FLAG NOT Y OR N" TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
            END-IF.

            MOVE SPACES TO DUP-NEW.
            MOVE FUNCTION TRIM(LP-1) TO DUP-NEW.
            MOVE "ERROR" TO DUP-SEV.
            MOVE "NEVER USED, SAME CLASS NAME AS" TO DUP-MSG.
            PERFORM 8100-DUPCHK.

        6400-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * MWEODEXC：QUE_NAME allowed_depth(空白分隔)
      *-----------------------------------------------------------
        6450-EODLINE.
            IF CTL-REC = SPACES OR CTL-REC(1:1) = "*"
                GO TO 6450-EXIT
            END-IF.

            MOVE SPACES TO LP-Q.
            MOVE SPACES TO NUM-TXT.
            MOVE 1 TO LP-UPTR.
            UNSTRING CTL-REC DELIMITED BY ALL SPACE
                INTO LP-Q, NUM-TXT
                POINTER LP-UPTR
            END-UNSTRING.
            ADD 1 TO CUR-RULES.
            PERFORM 8400-OVFCHK.

            IF LP-Q = SPACES
                MOVE "ERROR" TO FND-SEV
                MOVE "LINE STARTS WITH SPACE, QUE NAME EMPTY"
                    TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
                GO TO 6450-EXIT
            END-IF.

            PERFORM 8200-NUMCHK THRU 8200-EXIT.
            IF NOT NUM-OK
                MOVE "ERROR" TO FND-SEV
                MOVE "ALLOWED DEPTH NOT A NUMBER" TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
            END-IF.

            MOVE LP-Q TO DUP-NEW.
            MOVE "ERROR" TO DUP-SEV.
            MOVE "LAST ONE WINS, SAME QUE AS" TO DUP-MSG.
            PERFORM 8100-DUPCHK.

            MOVE SPACES TO REF-TYPE.
            MOVE LP-Q TO REF-QUE.
            MOVE "WARN" TO REF-SEV.
            PERFORM 8000-QUECHK THRU 8000-EXIT.

        6450-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * MWROUTE 規則檔：PAT/POS/PRI|arg|TYPE,QUE、DEF|TYPE,QUE、
      * REJ|file；由上而下第一條符合者生效
      *-----------------------------------------------------------
        6500-RTELINE.
            IF CTL-REC = SPACES OR CTL-REC(1:1) = "*"
                GO TO 6500-EXIT
            END-IF.

            MOVE SPACES TO LP-4.
            MOVE SPACES TO LP-1.
            MOVE SPACES TO LP-2.
            MOVE 1 TO LP-UPTR.
            UNSTRING CTL-REC DELIMITED BY "|"
                INTO LP-4, LP-1, LP-2
                POINTER LP-UPTR
            END-UNSTRING.

            EVALUATE FUNCTION TRIM(LP-4)
                WHEN "DEF"
                    MOVE "DEF" TO DUP-NEW
                    MOVE "ERROR" TO DUP-SEV
                    MOVE "LAST ONE WINS, DEF ALSO AT" TO DUP-MSG
                    PERFORM 8100-DUPCHK
                    MOVE "Y" TO RT-DEF-SW
                    MOVE LP-1 TO LP-2
                    PERFORM 6520-RTEDEST THRU 6520-EXIT
                WHEN "REJ"
                    MOVE "REJ" TO DUP-NEW
                    MOVE "ERROR" TO DUP-SEV
                    MOVE "LAST ONE WINS, REJ ALSO AT" TO DUP-MSG
                    PERFORM 8100-DUPCHK
                    IF LP-1 = SPACES
                        MOVE "ERROR" TO FND-SEV
                        MOVE "REJ WITHOUT REJECT FILE NAME" TO FND-TXT
                        MOVE LINE-NO TO FND-LINE
                        PERFORM 8900-FINDING
                    END-IF
                WHEN "PAT"
                WHEN "POS"
                WHEN "PRI"
                    PERFORM 6510-RTERULE THRU 6510-EXIT
                WHEN OTHER
                    MOVE "ERROR" TO FND-SEV
                    STRING "UNKNOWN RULE KIND '" FUNCTION TRIM(LP-4)
                           "', RULE SKIPPED BY MWROUTE"
                           DELIMITED BY SIZE INTO FND-TXT
                    MOVE LINE-NO TO FND-LINE
                    PERFORM 8900-FINDING
            END-EVALUATE.

        6500-EXIT.
            CONTINUE.

        6510-RTERULE.
            IF LP-2 = SPACES
                MOVE "ERROR" TO FND-SEV
                MOVE "MISSING DESTINATION, RULE DROPPED BY MWROUTE"
                    TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
                GO TO 6510-EXIT
            END-IF.

            ADD 1 TO CUR-RULES.
            PERFORM 8400-OVFCHK.

            EVALUATE FUNCTION TRIM(LP-4)
                WHEN "PAT"
                    IF LP-1 = SPACES
                        MOVE "ERROR" TO FND-SEV
                        MOVE "EMPTY PATTERN TEXT" TO FND-TXT
                        MOVE LINE-NO TO FND-LINE
                        PERFORM 8900-FINDING
                    END-IF
                    IF LP-1(65:) NOT = SPACES
                        MOVE "WARN" TO FND-SEV
                        MOVE "PATTERN LONGER THAN 64, TRUNCATED"
                            TO FND-TXT
                        MOVE LINE-NO TO FND-LINE
                        PERFORM 8900-FINDING
                    END-IF
                WHEN "POS"
                    MOVE SPACES TO NUM-TXT
                    MOVE SPACES TO LP-T
                    MOVE SPACES TO LP-Q
                    MOVE 1 TO LP-UPTR2
                    UNSTRING LP-1 DELIMITED BY ","
                        INTO NUM-TXT, LP-T, LP-Q
                        POINTER LP-UPTR2
                    END-UNSTRING
                    PERFORM 8200-NUMCHK THRU 8200-EXIT
                    IF NUM-OK AND NUM-VAL > 0
                        MOVE LP-T TO NUM-TXT
                        PERFORM 8200-NUMCHK THRU 8200-EXIT
                    END-IF
                    IF NOT NUM-OK OR NUM-VAL < 1 OR LP-Q = SPACES
                        MOVE "ERROR" TO FND-SEV
                        MOVE "POS ARGUMENT NOT start,len,value"
                            TO FND-TXT
                        MOVE LINE-NO TO FND-LINE
                        PERFORM 8900-FINDING
                    END-IF
                WHEN "PRI"
                    MOVE LP-1(1:16) TO NUM-TXT
                    PERFORM 8200-NUMCHK THRU 8200-EXIT
                    IF NOT NUM-OK
                        MOVE "ERROR" TO FND-SEV
                        MOVE "PRI VALUE NOT A NUMBER" TO FND-TXT
                        MOVE LINE-NO TO FND-LINE
                        PERFORM 8900-FINDING
                    END-IF
            END-EVALUATE.

            MOVE SPACES TO DUP-NEW.
            STRING LP-4(1:3) "|" LP-1
                   DELIMITED BY SIZE INTO DUP-NEW.
            MOVE "ERROR" TO DUP-SEV.
            MOVE "NEVER MATCHES, SAME CONDITION AS" TO DUP-MSG.
            PERFORM 8100-DUPCHK.

            PERFORM 6520-RTEDEST THRU 6520-EXIT.

        6510-EXIT.
            CONTINUE.

      * 目的 TYPE,QUE(LP-2)
        6520-RTEDEST.
            MOVE SPACES TO LP-T2.
            MOVE SPACES TO LP-Q2.
            MOVE 1 TO LP-UPTR2.
            UNSTRING LP-2 DELIMITED BY ","
                INTO LP-T2, LP-Q2
                POINTER LP-UPTR2
            END-UNSTRING.

            IF LP-Q2 = SPACES
                MOVE "ERROR" TO FND-SEV
                MOVE "DESTINATION NOT TYPE,QUE" TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
                GO TO 6520-EXIT
            END-IF.

            MOVE LP-T2 TO REF-TYPE.
            PERFORM 8300-TYPECHK.
            MOVE LP-Q2 TO REF-QUE.
            MOVE "ERROR" TO REF-SEV.
            PERFORM 8000-QUECHK THRU 8000-EXIT.

        6520-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * MWTIMER 排程檔：TIME|RECUR|CATCHUP|TYPE|QUE|PRIOR|BODY
      *-----------------------------------------------------------
        6550-TMRLINE.
            IF CTL-REC = SPACES OR CTL-REC(1:1) = "*"
                GO TO 6550-EXIT
            END-IF.

            MOVE SPACES TO LP-4.
            MOVE SPACES TO LP-T.
            MOVE SPACES TO LP-T2.
            MOVE SPACES TO REF-TYPE.
            MOVE SPACES TO LP-Q.
            MOVE SPACES TO NUM-TXT.
            MOVE 1 TO LP-UPTR.
            UNSTRING CTL-REC DELIMITED BY "|"
                INTO LP-4, LP-T, LP-T2, REF-TYPE, LP-Q, NUM-TXT
                POINTER LP-UPTR
            END-UNSTRING.

            IF LP-4 = SPACES OR LP-Q = SPACES
            OR LP-UPTR > LENGTH OF CTL-REC
                MOVE "ERROR" TO FND-SEV
                MOVE "TIME, QUE OR BODY MISSING, LINE SKIPPED"
                    TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
                GO TO 6550-EXIT
            END-IF.
            IF CTL-REC(LP-UPTR:) = SPACES
                MOVE "ERROR" TO FND-SEV
                MOVE "EMPTY MESSAGE BODY, LINE SKIPPED" TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
                GO TO 6550-EXIT
            END-IF.

            ADD 1 TO CUR-RULES.
            PERFORM 8400-OVFCHK.

            IF NUM-TXT NOT = SPACES
                PERFORM 8200-NUMCHK THRU 8200-EXIT
                IF NOT NUM-OK
                    MOVE "ERROR" TO FND-SEV
                    MOVE "PRIORITY NOT A NUMBER" TO FND-TXT
                    MOVE LINE-NO TO FND-LINE
                    PERFORM 8900-FINDING
                END-IF
            END-IF.

            IF LP-4(1:1) = "+"
                MOVE LP-4(2:9) TO NUM-TXT
                PERFORM 8200-NUMCHK THRU 8200-EXIT
                IF NOT NUM-OK
                    MOVE "ERROR" TO FND-SEV
                    MOVE "DELAY NOT +minutes" TO FND-TXT
                    MOVE LINE-NO TO FND-LINE
                    PERFORM 8900-FINDING
                END-IF
            ELSE
                IF LP-4(1:6) IS NOT NUMERIC
                OR LP-4(7:) NOT = SPACES
                OR LP-4(1:2) > "23" OR LP-4(3:2) > "59"
                OR LP-4(5:2) > "59"
                    MOVE "ERROR" TO FND-SEV
                    MOVE "TIME NOT HHMMSS OR +minutes" TO FND-TXT
                    MOVE LINE-NO TO FND-LINE
                    PERFORM 8900-FINDING
                END-IF
            END-IF.

            IF LP-T NOT = SPACES AND LP-T NOT = "ONCE"
            AND LP-T NOT = "DAILY"
                MOVE "ERROR" TO FND-SEV
                MOVE "RECUR NOT ONCE OR DAILY" TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
            END-IF.
            IF LP-T2 NOT = SPACES AND LP-T2 NOT = "FIRE"
            AND LP-T2 NOT = "SKIP"
                MOVE "ERROR" TO FND-SEV
                MOVE "CATCHUP NOT FIRE OR SKIP" TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
            END-IF.

            PERFORM 8300-TYPECHK.

            MOVE SPACES TO DUP-NEW.
            STRING LP-4 "|" REF-TYPE(1:5) "|" LP-Q
                   DELIMITED BY SIZE INTO DUP-NEW.
            MOVE "WARN" TO DUP-SEV.
            MOVE "SENT TWICE, SAME TIME/QUE AS" TO DUP-MSG.
            PERFORM 8100-DUPCHK.

            MOVE LP-Q TO REF-QUE.
            MOVE "ERROR" TO REF-SEV.
            PERFORM 8000-QUECHK THRU 8000-EXIT.

        6550-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * MWSCHED 控制檔：NAME|DEPENDS|ONFAIL|TIMEOUT|COMMAND
      *-----------------------------------------------------------
        6600-SCHLINE.
            IF CTL-REC = SPACES OR CTL-REC(1:1) = "*"
                GO TO 6600-EXIT
            END-IF.

            MOVE SPACES TO LOOK-NAME.
            MOVE SPACES TO LP-1.
            MOVE SPACES TO LP-T2.
            MOVE SPACES TO LP-4.
            MOVE 1 TO LP-UPTR.
            UNSTRING CTL-REC DELIMITED BY "|"
                INTO LOOK-NAME, LP-1, LP-T2, LP-4
                POINTER LP-UPTR
            END-UNSTRING.

            IF LOOK-NAME = SPACES OR LP-UPTR > 320
                MOVE "ERROR" TO FND-SEV
                MOVE "NAME OR COMMAND MISSING, STEP SKIPPED"
                    TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
                GO TO 6600-EXIT
            END-IF.

            ADD 1 TO CUR-RULES.
            PERFORM 8400-OVFCHK.

            IF CTL-REC(LP-UPTR:) = SPACES
                MOVE "ERROR" TO FND-SEV
                MOVE "EMPTY COMMAND" TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
            END-IF.

            IF LP-T2 NOT = SPACES AND LP-T2 NOT = "-"
            AND LP-T2 NOT = "HALT" AND LP-T2 NOT = "CONT"
            AND (LP-T2(1:4) NOT = "RUN:" OR LP-T2(5:) = SPACES)
                MOVE "ERROR" TO FND-SEV
                MOVE "ONFAIL NOT HALT, CONT OR RUN:step" TO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
            END-IF.

            IF LP-4 NOT = SPACES AND LP-4 NOT = "-"
                MOVE LP-4 TO NUM-TXT
                PERFORM 8200-NUMCHK THRU 8200-EXIT
                IF NOT NUM-OK OR NUM-VAL < 1
                    MOVE "ERROR" TO FND-SEV
                    MOVE "TIMEOUT NOT A POSITIVE NUMBER OR -"
                        TO FND-TXT
                    MOVE LINE-NO TO FND-LINE
                    PERFORM 8900-FINDING
                END-IF
            END-IF.

            MOVE LOOK-NAME TO DUP-NEW.
            MOVE "ERROR" TO DUP-SEV.
            MOVE "DUPLICATE STEP NAME, SEE" TO DUP-MSG.
            PERFORM 8100-DUPCHK.

            IF SS-CNT < 100
                ADD 1 TO SS-CNT
                MOVE LOOK-NAME TO SS-NAME(SS-CNT)
                MOVE LP-T2 TO SS-ONFAIL(SS-CNT)
                MOVE LINE-NO TO SS-LINE(SS-CNT)
                MOVE SPACE TO SS-DONE(SS-CNT)
                MOVE SPACES TO LP-3
                IF FUNCTION TRIM(LP-1) NOT = "-"
                    MOVE LP-1 TO LP-3
                END-IF
                MOVE 1 TO DEP-UPTR
                UNSTRING LP-3(1:80) DELIMITED BY ALL SPACE
                    INTO SS-DEP(SS-CNT, 1), SS-DEP(SS-CNT, 2),
                         SS-DEP(SS-CNT, 3), SS-DEP(SS-CNT, 4),
                         SS-DEP(SS-CNT, 5), SS-DEP(SS-CNT, 6),
                         SS-DEP(SS-CNT, 7), SS-DEP(SS-CNT, 8)
                    POINTER DEP-UPTR
                END-UNSTRING
                IF DEP-UPTR <= 80
                    IF LP-3(DEP-UPTR:80 - DEP-UPTR + 1) NOT = SPACES
                        MOVE "ERROR" TO FND-SEV
                        MOVE "MORE THAN 8 DEPENDENCIES, EXTRA IGNORED"
                            TO FND-TXT
                        MOVE LINE-NO TO FND-LINE
                        PERFORM 8900-FINDING
                    END-IF
                END-IF
            END-IF.

        6600-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 備援對照循環：沿 standby 再找其對照(同 primary 取最後一
      * 筆，同消費程式)，回到起點即循環；每個循環只報一次
      *-----------------------------------------------------------
        6650-FOVLOOP.
            PERFORM VARYING FV-IDX FROM 1 BY 1 UNTIL FV-IDX > FV-CNT
                MOVE FV-IDX TO FV-CUR
                MOVE FV-IDX TO FV-MIN
                MOVE 0 TO FV-STEPS
                MOVE SPACE TO FV-END-SW
                MOVE SPACE TO FV-LOOP-SW
                MOVE SPACES TO FV-PATH
                MOVE 1 TO FV-PTR
                STRING FUNCTION TRIM(FV-PQ(FV-IDX))
                       DELIMITED BY SIZE INTO FV-PATH
                       WITH POINTER FV-PTR
                END-STRING
      * 自身對照已於逐行檢核報過
                IF FV-ST(FV-IDX) = FV-PT(FV-IDX)
                AND FV-SQ(FV-IDX) = FV-PQ(FV-IDX)
                    MOVE "Y" TO FV-END-SW
                END-IF
                PERFORM 6660-FOVNEXT UNTIL FV-END
                IF FV-LOOP AND FV-MIN = FV-IDX
                    MOVE "ERROR" TO FND-SEV
                    STRING "FAILOVER LOOP : " FV-PATH
                           DELIMITED BY SIZE INTO FND-TXT
                    MOVE FV-LINE(FV-IDX) TO FND-LINE
                    PERFORM 8900-FINDING
                END-IF
            END-PERFORM.

        6660-FOVNEXT.
            MOVE 0 TO FV-NXT.
            PERFORM VARYING FV-SCAN FROM FV-CNT BY -1
                    UNTIL FV-SCAN < 1 OR FV-NXT > 0
                IF FV-PT(FV-SCAN) = FV-ST(FV-CUR)
                AND FV-PQ(FV-SCAN) = FV-SQ(FV-CUR)
                    MOVE FV-SCAN TO FV-NXT
                END-IF
            END-PERFORM.
            ADD 1 TO FV-STEPS.

            IF FV-PTR < 100
                STRING " -> " FUNCTION TRIM(FV-SQ(FV-CUR))
                       DELIMITED BY SIZE INTO FV-PATH
                       WITH POINTER FV-PTR
                END-STRING
            END-IF.

            EVALUATE TRUE
                WHEN FV-NXT = 0
                    MOVE "Y" TO FV-END-SW
                WHEN FV-NXT = FV-IDX
                    MOVE "Y" TO FV-LOOP-SW
                    MOVE "Y" TO FV-END-SW
                WHEN FV-STEPS > FV-CNT
      * 進入不含起點的循環，由該循環最小者報告
                    MOVE "Y" TO FV-END-SW
                WHEN OTHER
                    IF FV-NXT < FV-MIN
                        MOVE FV-NXT TO FV-MIN
                    END-IF
                    MOVE FV-NXT TO FV-CUR
            END-EVALUATE.

      *-----------------------------------------------------------
      * MWSCHED 相依圖：未定義的相依/救援步驟，及相依循環(反覆
      * 標記相依皆已可完成的步驟，最後仍未標記者永不啟動)
      *-----------------------------------------------------------
        6700-SCHGRAPH.
            PERFORM VARYING SS-IDX FROM 1 BY 1 UNTIL SS-IDX > SS-CNT
                PERFORM VARYING DEP-IDX FROM 1 BY 1
                        UNTIL DEP-IDX > 8
                    IF SS-DEP(SS-IDX, DEP-IDX) NOT = SPACES
                        MOVE SS-DEP(SS-IDX, DEP-IDX) TO LOOK-NAME
                        PERFORM 6790-FINDSTEP
                        IF SS-HIT = 0
                            MOVE "ERROR" TO FND-SEV
                            STRING "STEP " FUNCTION TRIM(
                                   SS-NAME(SS-IDX))
                                   " DEPENDS ON UNDEFINED STEP "
                                   FUNCTION TRIM(LOOK-NAME)
                                   DELIMITED BY SIZE INTO FND-TXT
                            MOVE SS-LINE(SS-IDX) TO FND-LINE
                            PERFORM 8900-FINDING
                        END-IF
                    END-IF
                END-PERFORM
                IF SS-ONFAIL(SS-IDX)(1:4) = "RUN:"
                    MOVE SS-ONFAIL(SS-IDX)(5:16) TO LOOK-NAME
                    PERFORM 6790-FINDSTEP
                    IF SS-HIT = 0
                        MOVE "ERROR" TO FND-SEV
                        STRING "RECOVERY STEP "
                               FUNCTION TRIM(LOOK-NAME)
                               " NOT DEFINED"
                               DELIMITED BY SIZE INTO FND-TXT
                        MOVE SS-LINE(SS-IDX) TO FND-LINE
                        PERFORM 8900-FINDING
                    END-IF
                END-IF
            END-PERFORM.

            MOVE "Y" TO SS-MOVED-SW.
            PERFORM 6710-SCHPASS UNTIL NOT SS-MOVED.

            PERFORM VARYING SS-IDX FROM 1 BY 1 UNTIL SS-IDX > SS-CNT
                IF SS-DONE(SS-IDX) NOT = "Y"
                    MOVE "ERROR" TO FND-SEV
                    STRING "STEP " FUNCTION TRIM(SS-NAME(SS-IDX))
                           " NEVER STARTS (DEPENDENCY CYCLE)"
                           DELIMITED BY SIZE INTO FND-TXT
                    MOVE SS-LINE(SS-IDX) TO FND-LINE
                    PERFORM 8900-FINDING
                END-IF
            END-PERFORM.

        6710-SCHPASS.
            MOVE SPACE TO SS-MOVED-SW.
            PERFORM VARYING SS-IDX FROM 1 BY 1 UNTIL SS-IDX > SS-CNT
                IF SS-DONE(SS-IDX) NOT = "Y"
                    MOVE "Y" TO SS-READY-SW
                    PERFORM VARYING DEP-IDX FROM 1 BY 1
                            UNTIL DEP-IDX > 8
                        IF SS-DEP(SS-IDX, DEP-IDX) NOT = SPACES
                            MOVE SS-DEP(SS-IDX, DEP-IDX) TO LOOK-NAME
                            PERFORM 6790-FINDSTEP
      * 未定義的相依已另報，不視為循環
                            IF SS-HIT > 0
                                IF SS-DONE(SS-HIT) NOT = "Y"
                                    MOVE SPACE TO SS-READY-SW
                                END-IF
                            END-IF
                        END-IF
                    END-PERFORM
                    IF SS-READY
                        MOVE "Y" TO SS-DONE(SS-IDX)
                        MOVE "Y" TO SS-MOVED-SW
                    END-IF
                END-IF
            END-PERFORM.

        6790-FINDSTEP.
            MOVE 0 TO SS-HIT.
            PERFORM VARYING DEP-UPTR FROM 1 BY 1
                    UNTIL DEP-UPTR > SS-CNT OR SS-HIT > 0
                IF SS-NAME(DEP-UPTR) = LOOK-NAME
                    MOVE DEP-UPTR TO SS-HIT
                END-IF
            END-PERFORM.

      *-----------------------------------------------------------
      * QUE 參照須為 QUE 主檔 LIVE 者(REF-TYPE 空白則任一型態)
      *-----------------------------------------------------------
        8000-QUECHK.
            IF NOT LQ-LOADED OR REF-QUE = SPACES
            OR REF-QUE(1:1) = "*"
                GO TO 8000-EXIT
            END-IF.

            MOVE SPACE TO REF-HIT-SW.
            PERFORM VARYING LQ-IDX FROM 1 BY 1
                    UNTIL LQ-IDX > LQ-CNT OR REF-HIT
                IF LQ-NAME(LQ-IDX) = REF-QUE
                AND (REF-TYPE = SPACES
                     OR LQ-TYPE(LQ-IDX) = REF-TYPE(1:5))
                    MOVE "Y" TO REF-HIT-SW
                END-IF
            END-PERFORM.

            IF NOT REF-HIT
                MOVE REF-SEV TO FND-SEV
                IF REF-TYPE = SPACES
                    STRING "QUE " FUNCTION TRIM(REF-QUE)
                           " NOT LIVE IN QUEREGM"
                           DELIMITED BY SIZE INTO FND-TXT
                ELSE
                    STRING "QUE " FUNCTION TRIM(REF-QUE) " ("
                           FUNCTION TRIM(REF-TYPE)
                           ") NOT LIVE IN QUEREGM"
                           DELIMITED BY SIZE INTO FND-TXT
                END-IF
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
            END-IF.

        8000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 重複鍵：DUP-NEW 已出現過即報(附首見行號)，否則登錄
      *-----------------------------------------------------------
        8100-DUPCHK.
            MOVE 0 TO DUP-HIT.
            PERFORM VARYING DUP-IDX FROM 1 BY 1
                    UNTIL DUP-IDX > DUP-CNT OR DUP-HIT > 0
                IF DUP-KEY(DUP-IDX) = DUP-NEW
                    MOVE DUP-IDX TO DUP-HIT
                END-IF
            END-PERFORM.

            IF DUP-HIT > 0
                MOVE DUP-SEV TO FND-SEV
                MOVE DUP-LINE(DUP-HIT) TO LINE-DISP
                STRING FUNCTION TRIM(DUP-MSG) " LINE "
                       FUNCTION TRIM(LINE-DISP)
                       DELIMITED BY SIZE INTO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
            ELSE
                IF DUP-CNT < 1000
                    ADD 1 TO DUP-CNT
                    MOVE DUP-NEW TO DUP-KEY(DUP-CNT)
                    MOVE LINE-NO TO DUP-LINE(DUP-CNT)
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 數值欄位：NUM-TXT 去前後空白後須全為數字
      *-----------------------------------------------------------
        8200-NUMCHK.
            MOVE SPACE TO NUM-OK-SW.
            MOVE 0 TO NUM-VAL.
            IF NUM-TXT = SPACES
                GO TO 8200-EXIT
            END-IF.

            MOVE FUNCTION TRIM(NUM-TXT) TO NUM-WK.
            COMPUTE NUM-LEN = FUNCTION LENGTH(FUNCTION TRIM(NUM-WK)).
            IF NUM-WK(1:NUM-LEN) IS NOT NUMERIC
                GO TO 8200-EXIT
            END-IF.

            MOVE "Y" TO NUM-OK-SW.
            COMPUTE NUM-VAL = FUNCTION NUMVAL(NUM-WK(1:NUM-LEN)).

        8200-EXIT.
            CONTINUE.

        8300-TYPECHK.
            MOVE "Y" TO TYPE-OK-SW.
            IF REF-TYPE NOT = "POSIX" AND REF-TYPE NOT = "SYSV"
                MOVE SPACE TO TYPE-OK-SW
                MOVE "ERROR" TO FND-SEV
                STRING "QUE TYPE '" FUNCTION TRIM(REF-TYPE)
                       "' NOT POSIX OR SYSV"
                       DELIMITED BY SIZE INTO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
            END-IF.

      * 消費程式表格上限，超過者自該行起全部略過(只報一次)
        8400-OVFCHK.
            IF CUR-LIMIT > 0 AND CUR-RULES > CUR-LIMIT
            AND NOT CUR-OVF
                MOVE "Y" TO CUR-OVF-SW
                MOVE "ERROR" TO FND-SEV
                MOVE CUR-LIMIT TO N-DISP
                STRING "RULE TABLE OVERFLOW, CONSUMER HOLDS "
                       FUNCTION TRIM(N-DISP)
                       ", THIS AND LATER ENTRIES IGNORED"
                       DELIMITED BY SIZE INTO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
            END-IF.

      *-----------------------------------------------------------
      * 告警指令的腳本(第一個 TOKEN)須找得到
      *-----------------------------------------------------------
        8500-SCRIPTCHK.
            MOVE SPACES TO SCRIPT-TOK.
            MOVE FUNCTION TRIM(LP-3) TO LP-3.
            MOVE 1 TO LP-UPTR.
            UNSTRING LP-3 DELIMITED BY ALL SPACE
                INTO SCRIPT-TOK
                POINTER LP-UPTR
            END-UNSTRING.
            IF SCRIPT-TOK = SPACES
                GO TO 8500-EXIT
            END-IF.

            MOVE SPACES TO CMD-LINE.
            STRING "command -v " FUNCTION TRIM(SCRIPT-TOK)
                   " > /dev/null 2>&1"
                   DELIMITED BY SIZE INTO CMD-LINE.
            CALL "SYSTEM" USING CMD-LINE.
            MOVE RETURN-CODE TO CMD-RC.
            IF CMD-RC > 255
                DIVIDE CMD-RC BY 256 GIVING CMD-RC
            END-IF.
            IF CMD-RC NOT = 0
                MOVE "ERROR" TO FND-SEV
                STRING "ALERT SCRIPT NOT FOUND : "
                       FUNCTION TRIM(SCRIPT-TOK)
                       DELIMITED BY SIZE INTO FND-TXT
                MOVE LINE-NO TO FND-LINE
                PERFORM 8900-FINDING
            END-IF.

        8500-EXIT.
            CONTINUE.

      * 告警樣式：OWNER=team 須有該團隊的 LIVE QUE，前綴須至少
      * 符合一個 LIVE QUE
        8600-PFXCHK.
            IF NOT LQ-LOADED
                CONTINUE
            ELSE
                MOVE SPACE TO REF-HIT-SW
                IF LP-1(1:6) = "OWNER="
                    PERFORM VARYING LQ-IDX FROM 1 BY 1
                            UNTIL LQ-IDX > LQ-CNT OR REF-HIT
                        IF FUNCTION TRIM(LQ-OWNER(LQ-IDX))
                           = FUNCTION TRIM(LP-1(7:58))
                            MOVE "Y" TO REF-HIT-SW
                        END-IF
                    END-PERFORM
                ELSE
                    COMPUTE PFX-LEN = FUNCTION LENGTH(
                            FUNCTION TRIM(LP-1))
                    IF PFX-LEN > 64
                        MOVE 64 TO PFX-LEN
                    END-IF
                    PERFORM VARYING LQ-IDX FROM 1 BY 1
                            UNTIL LQ-IDX > LQ-CNT OR REF-HIT
                        IF LQ-NAME(LQ-IDX)(1:PFX-LEN)
                           = LP-1(1:PFX-LEN)
                            MOVE "Y" TO REF-HIT-SW
                        END-IF
                    END-PERFORM
                END-IF
                IF NOT REF-HIT
                    MOVE "WARN" TO FND-SEV
                    STRING "PATTERN " FUNCTION TRIM(LP-1)
                           " MATCHES NO LIVE QUE"
                           DELIMITED BY SIZE INTO FND-TXT
                    MOVE LINE-NO TO FND-LINE
                    PERFORM 8900-FINDING
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 寫一筆檢核結果；逐行結果首次附原始行內容
      *-----------------------------------------------------------
        8900-FINDING.
            IF FND-SEV = "ERROR"
                ADD 1 TO CUR-ERR
            ELSE
                ADD 1 TO CUR-WARN
            END-IF.

            MOVE SPACES TO RPT-REC.
            IF FND-LINE > 0
                MOVE FND-LINE TO LINE-DISP
                STRING "  " FND-SEV " L" LINE-DISP " : "
                       FUNCTION TRIM(FND-TXT)
                       DELIMITED BY SIZE INTO RPT-REC
            ELSE
                STRING "  " FND-SEV "        : "
                       FUNCTION TRIM(FND-TXT)
                       DELIMITED BY SIZE INTO RPT-REC
            END-IF.
            PERFORM 7900-RPTWRITE.

            IF FND-LINE > 0 AND FND-LINE = LINE-NO
            AND SHOWN-LINE NOT = LINE-NO
                MOVE LINE-NO TO SHOWN-LINE
                MOVE SPACES TO RPT-REC
                STRING "                 > " CTL-REC(1:100)
                       DELIMITED BY SIZE INTO RPT-REC
                PERFORM 7900-RPTWRITE
            END-IF.

            MOVE SPACES TO FND-TXT.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:120).

        2000-PARAM.

            ACCEPT PARAM-LIST FROM COMMAND-LINE.
            MOVE 1 TO STRING-PTR.
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 選擇性參數 : -route rules_file , -timer sched_file ,
      *              -sched ctl_file , -o report_file
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

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"        MOVE "Y" TO QUIET-SW
                WHEN "--batch"   MOVE "Y" TO QUIET-SW
                WHEN "-route"    MOVE PARAM TO PARAM-PREV
                WHEN "-timer"    MOVE PARAM TO PARAM-PREV
                WHEN "-sched"    MOVE PARAM TO PARAM-PREV
                WHEN "-o"        MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    PERFORM 2600-PARMVAL
            END-EVALUATE.

        2600-PARMVAL.
            EVALUATE PARAM-PREV
                WHEN "-route"
                    MOVE "RTE" TO ADD-KIND
                    MOVE PARAM TO ADD-PATH
                    PERFORM 4150-XFADD
                WHEN "-timer"
                    MOVE "TMR" TO ADD-KIND
                    MOVE PARAM TO ADD-PATH
                    PERFORM 4150-XFADD
                WHEN "-sched"
                    MOVE "SCH" TO ADD-KIND
                    MOVE PARAM TO ADD-PATH
                    PERFORM 4150-XFADD
                    MOVE "Y" TO SCHED-GIVEN-SW
                WHEN "-o"
                    MOVE PARAM TO RPT-FILE-NAME
                WHEN OTHER
                    GO TO 3000-PERR
            END-EVALUATE.
            MOVE SPACES TO PARAM-PREV.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWLINT - Control/Rule File Validator".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWLINT [options]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-route file]      MWROUTE Rules File, Repeat".
            DISPLAY "                     For More".
            DISPLAY "  [-timer file]      MWTIMER Schedule File,".
            DISPLAY "                     Repeat For More".
            DISPLAY "  [-sched file]      MWSCHED Control File,".
            DISPLAY "                     Default All In MWJOBCALDEF".
            DISPLAY "  [-o report_file]   Report(Default MWLINTOUT)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            DISPLAY "Always Checks MWFMTS MWMASKS MWRATES MWFAILOVR".
            DISPLAY "  MWALERTR MWSLADEF MWCLASSES MWEODEXC".
            DISPLAY "RETURN-CODE 4 On Errors, 3 On Warnings Only".
            DISPLAY "MWCHECK Control Line : MWLINT,,-q".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWLINT.
