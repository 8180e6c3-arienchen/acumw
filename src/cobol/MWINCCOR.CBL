      */--------------------------------------------------------------
      * MWINCCOR.CBL
      * 事故關聯歸併報表(事件群)
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 一次下游斷線往往在數分鐘內留下十幾筆事故(MWDASH 警戒、
      *    MWPROBE 逾時、MWFEED 積壓、MWSLA 逾期…)，MWINCRPT 逐筆
      *    計數；本程式把同一起事件的紀錄歸併為「事件群」：
      *    - 事故依日誌順序讀入，與某事件群最後一筆相隔不超過
      *      -w 分鐘(預設 10)且 QUE 相同或相關者併入該群
      *    - 相關 QUE：備援導引檔(MWFAILOVR)的主備 QUE，以及
      *      -route SRC=rules_file 指定之 MWROUTE 來源 QUE 與其
      *      規則檔內各目的 QUE(可重複指定)
      *    - 無 QUE 之事故以同一程式歸併
      * 2. 每個事件群列出：起迄時點與歷時、事故筆數、最早一筆
      *    (可能源頭)、涉及程式與 QUE、認可層(INCACKLOG)狀態
      *    (OPEN/ACK/RES 筆數)
      * 3. -days n 僅統計最近 n 天(預設 30，月度服務檢討用)；報表
      *    寫入 -o report_file(預設 MWINCCOROUT)並同步顯示
      * 4. 事件群內仍有未認可事故時 RETURN-CODE = 3
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     已封月段(MWLOGROT)只讀 -days 涵蓋到的段，再讀現行日誌；
      *     剛封段尚無新事故時現行日誌不存在不視為錯誤
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWINCCOR.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MWINCCOR-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
      * -route 指定之 MWROUTE 規則檔
            SELECT ROUTE-RULE-FILE ASSIGN TO ROUTE-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ROUTE-FILE-STAT.
            COPY "ACKSL.DEF".
            COPY "FOSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "SEGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  MWINCCOR-RPT-FILE.
        01  RPT-REC                 PIC X(160).

        FD  ROUTE-RULE-FILE.
        01  ROUTE-REC               PIC X(256).
        COPY "ACKFD.DEF".
        COPY "FOFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "SEGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "SEGWS.DEF".
        COPY "ACKWS.DEF".
        COPY "FOWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
            88 INCLOG-EOF       VALUE "10".
        77  RPT-FILE-STAT       PIC XX.
        77  ROUTE-FILE-STAT     PIC XX.
            88 ROUTE-EOF        VALUE "10".

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
                                 VALUE "MWINCCOROUT".
        01  ROUTE-FILE-NAME     PIC X(FILE_NAME_LEN) VALUE SPACES.
        77  DAYS-LIMIT          SIGNED-INT VALUE 30.
        77  WINDOW-MIN          SIGNED-INT VALUE 10.

      * -route SRC=rules_file 清單
        01  ROUTE-TAB.
            05  ROUTE-ENT OCCURS 20 TIMES.
                10  RT-SRC      PIC X(64).
                10  RT-FILE     PIC X(80).
        77  ROUTE-CNT           SIGNED-INT VALUE 0.
        77  ROUTE-IDX           SIGNED-INT VALUE 0.
        01  RT-P1               PIC X(64).
        01  RT-P2               PIC X(80).
        77  RT-UPTR             PIC 9(3).
        01  RR-KIND             PIC X(10).
        01  RR-ARG              PIC X(80).
        01  RR-DEST             PIC X(80).
        01  RR-DTYPE            PIC X(8).
        01  RR-DQUE             PIC X(64).
        77  RR-UPTR             PIC 9(3).

      * 相關 QUE 對照(雙向比對)
        01  REL-TAB.
            05  REL-ENT OCCURS 400 TIMES.
                10  REL-A       PIC X(64).
                10  REL-B       PIC X(64).
        77  REL-CNT             SIGNED-INT VALUE 0.
        77  REL-IDX             SIGNED-INT VALUE 0.
        01  REL-NEW-A           PIC X(64).
        01  REL-NEW-B           PIC X(64).

      * 事件群
        01  EPI-TAB.
            05  EPI-ENT OCCURS 500 TIMES.
                10  E-FIRST-MIN SIGNED-LONG.
                10  E-LAST-MIN  SIGNED-LONG.
                10  E-FIRST     PIC X(17).
                10  E-LAST      PIC X(17).
                10  E-CNT       SIGNED-INT.
                10  E-OPEN      SIGNED-INT.
                10  E-ACK       SIGNED-INT.
                10  E-RES       SIGNED-INT.
                10  E-O-PGM     PIC X(8).
                10  E-O-CODE    PIC X(10).
                10  E-O-QUE     PIC X(64).
                10  E-O-MSG     PIC X(60).
                10  E-PGM-CNT   SIGNED-INT.
                10  E-PGM       PIC X(8) OCCURS 8 TIMES.
                10  E-QUE-CNT   SIGNED-INT.
                10  E-QUE       PIC X(64) OCCURS 12 TIMES.
        77  EPI-CNT             SIGNED-INT VALUE 0.
        77  EPI-IDX             SIGNED-INT VALUE 0.
        77  EPI-HIT             SIGNED-INT VALUE 0.
        77  EPI-FULL            SIGNED-INT VALUE 0.
        77  SUB-IDX             SIGNED-INT VALUE 0.
        77  SUB-HIT             SIGNED-INT VALUE 0.
        77  MULTI-CNT           SIGNED-INT VALUE 0.
        77  OPEN-EPI            SIGNED-INT VALUE 0.

      * 本筆事故
        01  INC-KEY             PIC X(64).
        77  INC-MIN             SIGNED-LONG VALUE 0.
        77  INC-CNT             SIGNED-LONG VALUE 0.
        77  INC-HH              PIC 99.
        77  INC-MI              PIC 99.
        01  STAMP-WORK          PIC X(17).
        77  KEY-MATCH-SW        PIC X VALUE SPACE.
            88 KEY-MATCH        VALUE 'Y'.

        77  TODAY-DATE          PIC X(8).
        77  TODAY-NUM           PIC 9(8).
        77  TODAY-INT           SIGNED-INT VALUE 0.
        77  REC-NUM             PIC 9(8).
        77  REC-INT             SIGNED-INT VALUE 0.
        77  REC-AGE             SIGNED-INT VALUE 0.

        77  DUR-MIN             SIGNED-LONG VALUE 0.
        77  CNT-DISP            PIC -(7)9.
        77  CNT-DISP2           PIC -(7)9.
        77  CNT-DISP3           PIC -(7)9.
        77  ROW-PTR             PIC 9(3).

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            COMPUTE TODAY-NUM = FUNCTION NUMVAL(TODAY-DATE).
            COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-NUM).

            PERFORM 1720-ACKLOAD THRU 1720-EXIT.
            PERFORM 4000-FOLOAD THRU 4000-EXIT.
            PERFORM 4200-ROUTELOAD
                    VARYING ROUTE-IDX FROM 1 BY 1
                    UNTIL ROUTE-IDX > ROUTE-CNT.

      * 已封月段(MWLOGROT)只讀 -days 涵蓋到的段，再讀現行日誌；
      * 剛封段尚無新事故時現行日誌可不存在
            MOVE "I" TO SEGL-LOG.
            MOVE DAYS-LIMIT TO SEGL-DAYS.
            PERFORM 1660-SEGLIST THRU 1660-EXIT.
            PERFORM 4950-INCSEG
                    VARYING SEGL-IDX FROM 1 BY 1
                    UNTIL SEGL-IDX > SEGL-CNT.

            OPEN INPUT INCIDENT-LOG-FILE.
            IF INCLOG-FILE-STAT NOT = "00" AND SEGL-TOTAL = 0
                DISPLAY "CANNOT OPEN INCIDENT LOG, STATUS "
                        INCLOG-FILE-STAT
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            IF INCLOG-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL INCLOG-EOF
                    READ INCIDENT-LOG-FILE
                        AT END
                            MOVE "10" TO INCLOG-FILE-STAT
                        NOT AT END
                            PERFORM 5000-INCONE THRU 5000-EXIT
                    END-READ
                END-PERFORM
                CLOSE INCIDENT-LOG-FILE
            END-IF.

            OPEN OUTPUT MWINCCOR-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            PERFORM 7000-REPORT.

            CLOSE MWINCCOR-RPT-FILE.

            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).
            IF OPEN-EPI > 0
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
      * 備援導引檔：主備 QUE 互為相關
      *-----------------------------------------------------------
        4000-FOLOAD.
            MOVE SPACES TO FO-FILE-STAT.
            OPEN INPUT FAILOVER-MAP-FILE.
            IF FO-FILE-STAT NOT = "00"
                GO TO 4000-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL FO-EOF
                READ FAILOVER-MAP-FILE
                    AT END
                        MOVE "10" TO FO-FILE-STAT
                    NOT AT END
                        PERFORM 4100-FOLINE
                END-READ
            END-PERFORM.

            CLOSE FAILOVER-MAP-FILE.

        4000-EXIT.
            CONTINUE.

        4100-FOLINE.
            IF FO-REC = SPACES OR FO-REC(1:1) = "*"
                CONTINUE
            ELSE
                MOVE SPACES TO FO-P1
                MOVE SPACES TO FO-P2
                MOVE 1 TO FO-UPTR
                UNSTRING FO-REC DELIMITED BY "|"
                    INTO FO-P1, FO-P2
                    POINTER FO-UPTR
                END-UNSTRING
                MOVE SPACES TO FO-P1T
                MOVE SPACES TO FO-P1Q
                MOVE 1 TO FO-UPTR2
                UNSTRING FO-P1 DELIMITED BY ","
                    INTO FO-P1T, FO-P1Q
                    POINTER FO-UPTR2
                END-UNSTRING
                MOVE SPACES TO FO-P2T
                MOVE SPACES TO FO-P2Q
                MOVE 1 TO FO-UPTR2
                UNSTRING FO-P2 DELIMITED BY ","
                    INTO FO-P2T, FO-P2Q
                    POINTER FO-UPTR2
                END-UNSTRING
                MOVE FO-P1Q TO REL-NEW-A
                MOVE FO-P2Q TO REL-NEW-B
                PERFORM 4900-RELADD
            END-IF.

      *-----------------------------------------------------------
      * MWROUTE 規則檔：來源 QUE 與各目的 QUE 互為相關
      *-----------------------------------------------------------
        4200-ROUTELOAD.
            MOVE RT-FILE(ROUTE-IDX) TO ROUTE-FILE-NAME.
            MOVE SPACES TO ROUTE-FILE-STAT.
            OPEN INPUT ROUTE-RULE-FILE.
            IF ROUTE-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN ROUTE RULES : "
                        ROUTE-FILE-NAME(1:50)
            ELSE
                PERFORM TEST BEFORE UNTIL ROUTE-EOF
                    READ ROUTE-RULE-FILE
                        AT END
                            MOVE "10" TO ROUTE-FILE-STAT
                        NOT AT END
                            PERFORM 4300-ROUTELINE
                    END-READ
                END-PERFORM
                CLOSE ROUTE-RULE-FILE
            END-IF.

        4300-ROUTELINE.
            IF ROUTE-REC = SPACES OR ROUTE-REC(1:1) = "*"
                CONTINUE
            ELSE
                MOVE SPACES TO RR-KIND
                MOVE SPACES TO RR-ARG
                MOVE SPACES TO RR-DEST
                MOVE 1 TO RR-UPTR
                UNSTRING ROUTE-REC DELIMITED BY "|"
                    INTO RR-KIND, RR-ARG, RR-DEST
                    POINTER RR-UPTR
                END-UNSTRING
      * DEF 之目的在第 2 欄，PAT/POS/PRI 在第 3 欄
                IF FUNCTION TRIM(RR-KIND) = "DEF"
                    MOVE RR-ARG TO RR-DEST
                END-IF
                IF FUNCTION TRIM(RR-KIND) = "DEF"
                OR FUNCTION TRIM(RR-KIND) = "PAT"
                OR FUNCTION TRIM(RR-KIND) = "POS"
                OR FUNCTION TRIM(RR-KIND) = "PRI"
                    MOVE SPACES TO RR-DTYPE
                    MOVE SPACES TO RR-DQUE
                    MOVE 1 TO RR-UPTR
                    UNSTRING RR-DEST DELIMITED BY ","
                        INTO RR-DTYPE, RR-DQUE
                        POINTER RR-UPTR
                    END-UNSTRING
                    MOVE RT-SRC(ROUTE-IDX) TO REL-NEW-A
                    MOVE RR-DQUE TO REL-NEW-B
                    PERFORM 4900-RELADD
                END-IF
            END-IF.

        4900-RELADD.
            IF REL-NEW-A NOT = SPACES AND REL-NEW-B NOT = SPACES
            AND REL-NEW-A NOT = REL-NEW-B
                IF REL-CNT < 400
                    COMPUTE REL-CNT = REL-CNT + 1
                    MOVE REL-NEW-A TO REL-A(REL-CNT)
                    MOVE REL-NEW-B TO REL-B(REL-CNT)
                ELSE
                    DISPLAY "RELATED QUE TABLE FULL, PAIR SKIPPED"
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 讀一個已封月段(日誌環境變數暫指段檔開檔)
      *-----------------------------------------------------------
        4950-INCSEG.
            PERFORM 1665-SEGPOINT.
            OPEN INPUT INCIDENT-LOG-FILE.
            PERFORM 1670-SEGBACK.
            IF INCLOG-FILE-STAT NOT = "00"
                DISPLAY "LOG SEGMENT NOT FOUND : "
                        FUNCTION TRIM(SEGL-NAME(SEGL-IDX))
            ELSE
                PERFORM TEST BEFORE UNTIL INCLOG-EOF
                    READ INCIDENT-LOG-FILE
                        AT END
                            MOVE "10" TO INCLOG-FILE-STAT
                        NOT AT END
                            PERFORM 5000-INCONE THRU 5000-EXIT
                    END-READ
                END-PERFORM
                CLOSE INCIDENT-LOG-FILE
            END-IF.

      *-----------------------------------------------------------
      * 一筆事故：併入時間窗內 QUE 相同/相關之事件群，否則開新群
      *-----------------------------------------------------------
        5000-INCONE.
            IF INCLOG-REC = SPACES
            OR INCLOG-DATE = SPACES
            OR INCLOG-DATE IS NOT NUMERIC
                GO TO 5000-EXIT
            END-IF.

            COMPUTE REC-NUM = FUNCTION NUMVAL(INCLOG-DATE).
            COMPUTE REC-INT = FUNCTION INTEGER-OF-DATE(REC-NUM).
            COMPUTE REC-AGE = TODAY-INT - REC-INT.
            IF REC-AGE >= DAYS-LIMIT
                GO TO 5000-EXIT
            END-IF.

            COMPUTE INC-CNT = INC-CNT + 1.
            MOVE 0 TO INC-HH.
            MOVE 0 TO INC-MI.
            IF INCLOG-TIME(1:4) IS NUMERIC
                MOVE INCLOG-TIME(1:2) TO INC-HH
                MOVE INCLOG-TIME(3:2) TO INC-MI
            END-IF.
            COMPUTE INC-MIN = REC-INT * 1440 + INC-HH * 60 + INC-MI.

            MOVE SPACES TO STAMP-WORK.
            STRING INCLOG-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INCLOG-TIME DELIMITED BY SIZE
                INTO STAMP-WORK
            END-STRING.

      * 無 QUE 之事故以 "程式名:" 為歸併鍵
            IF INCLOG-QUE = SPACES
                MOVE SPACES TO INC-KEY
                STRING "PGM:" DELIMITED BY SIZE
                       INCLOG-PGM DELIMITED BY SPACE
                    INTO INC-KEY
                END-STRING
            ELSE
                MOVE INCLOG-QUE TO INC-KEY
            END-IF.

      * 由新而舊找時間窗內相符之事件群
            MOVE 0 TO EPI-HIT.
            PERFORM VARYING EPI-IDX FROM EPI-CNT BY -1
                    UNTIL EPI-IDX < 1 OR EPI-HIT > 0
                IF INC-MIN <= E-LAST-MIN(EPI-IDX) + WINDOW-MIN
                AND INC-MIN >= E-FIRST-MIN(EPI-IDX) - WINDOW-MIN
                    PERFORM 5100-KEYMATCH
                    IF KEY-MATCH
                        MOVE EPI-IDX TO EPI-HIT
                    END-IF
                END-IF
            END-PERFORM.

            IF EPI-HIT = 0
                IF EPI-CNT >= 500
                    ADD 1 TO EPI-FULL
                    GO TO 5000-EXIT
                END-IF
                COMPUTE EPI-CNT = EPI-CNT + 1
                MOVE EPI-CNT TO EPI-HIT
                PERFORM 5200-EPINEW
            END-IF.

            PERFORM 5300-EPIADD.

        5000-EXIT.
            CONTINUE.

      * INC-KEY 與事件群任一 QUE 相同或相關
        5100-KEYMATCH.
            MOVE SPACE TO KEY-MATCH-SW.
            PERFORM VARYING SUB-IDX FROM 1 BY 1
                    UNTIL SUB-IDX > E-QUE-CNT(EPI-IDX) OR KEY-MATCH
                IF E-QUE(EPI-IDX, SUB-IDX) = INC-KEY
                    MOVE "Y" TO KEY-MATCH-SW
                ELSE
                    PERFORM VARYING REL-IDX FROM 1 BY 1
                            UNTIL REL-IDX > REL-CNT OR KEY-MATCH
                        IF (REL-A(REL-IDX) = INC-KEY
                            AND REL-B(REL-IDX)
                                = E-QUE(EPI-IDX, SUB-IDX))
                        OR (REL-B(REL-IDX) = INC-KEY
                            AND REL-A(REL-IDX)
                                = E-QUE(EPI-IDX, SUB-IDX))
                            MOVE "Y" TO KEY-MATCH-SW
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.

      * 新事件群：本筆即最早一筆(可能源頭)
        5200-EPINEW.
            MOVE INC-MIN TO E-FIRST-MIN(EPI-HIT).
            MOVE INC-MIN TO E-LAST-MIN(EPI-HIT).
            MOVE STAMP-WORK TO E-FIRST(EPI-HIT).
            MOVE STAMP-WORK TO E-LAST(EPI-HIT).
            MOVE 0 TO E-CNT(EPI-HIT).
            MOVE 0 TO E-OPEN(EPI-HIT).
            MOVE 0 TO E-ACK(EPI-HIT).
            MOVE 0 TO E-RES(EPI-HIT).
            MOVE INCLOG-PGM TO E-O-PGM(EPI-HIT).
            MOVE INCLOG-CODE TO E-O-CODE(EPI-HIT).
            MOVE INCLOG-QUE TO E-O-QUE(EPI-HIT).
            MOVE INCLOG-MSG(1:60) TO E-O-MSG(EPI-HIT).
            MOVE 0 TO E-PGM-CNT(EPI-HIT).
            MOVE 0 TO E-QUE-CNT(EPI-HIT).

        5300-EPIADD.
            ADD 1 TO E-CNT(EPI-HIT).
      * 合併檔不一定依時間排序：較早者改列為源頭
            IF INC-MIN < E-FIRST-MIN(EPI-HIT)
            OR (INC-MIN = E-FIRST-MIN(EPI-HIT)
                AND STAMP-WORK < E-FIRST(EPI-HIT))
                MOVE INC-MIN TO E-FIRST-MIN(EPI-HIT)
                MOVE STAMP-WORK TO E-FIRST(EPI-HIT)
                MOVE INCLOG-PGM TO E-O-PGM(EPI-HIT)
                MOVE INCLOG-CODE TO E-O-CODE(EPI-HIT)
                MOVE INCLOG-QUE TO E-O-QUE(EPI-HIT)
                MOVE INCLOG-MSG(1:60) TO E-O-MSG(EPI-HIT)
            END-IF.
            IF INC-MIN > E-LAST-MIN(EPI-HIT)
            OR (INC-MIN = E-LAST-MIN(EPI-HIT)
                AND STAMP-WORK > E-LAST(EPI-HIT))
                MOVE INC-MIN TO E-LAST-MIN(EPI-HIT)
                MOVE STAMP-WORK TO E-LAST(EPI-HIT)
            END-IF.

      * 涉及程式
            MOVE 0 TO SUB-HIT.
            PERFORM VARYING SUB-IDX FROM 1 BY 1
                    UNTIL SUB-IDX > E-PGM-CNT(EPI-HIT) OR SUB-HIT > 0
                IF E-PGM(EPI-HIT, SUB-IDX) = INCLOG-PGM
                    MOVE SUB-IDX TO SUB-HIT
                END-IF
            END-PERFORM.
            IF SUB-HIT = 0 AND E-PGM-CNT(EPI-HIT) < 8
                ADD 1 TO E-PGM-CNT(EPI-HIT)
                MOVE INCLOG-PGM
                    TO E-PGM(EPI-HIT, E-PGM-CNT(EPI-HIT))
            END-IF.

      * 涉及 QUE(歸併鍵)
            MOVE 0 TO SUB-HIT.
            PERFORM VARYING SUB-IDX FROM 1 BY 1
                    UNTIL SUB-IDX > E-QUE-CNT(EPI-HIT) OR SUB-HIT > 0
                IF E-QUE(EPI-HIT, SUB-IDX) = INC-KEY
                    MOVE SUB-IDX TO SUB-HIT
                END-IF
            END-PERFORM.
            IF SUB-HIT = 0 AND E-QUE-CNT(EPI-HIT) < 12
                ADD 1 TO E-QUE-CNT(EPI-HIT)
                MOVE INC-KEY
                    TO E-QUE(EPI-HIT, E-QUE-CNT(EPI-HIT))
            END-IF.

      * 認可層狀態
            MOVE INCLOG-PGM TO ACKF-PGM.
            MOVE INCLOG-CODE TO ACKF-CODE.
            PERFORM 1730-ACKFIND.
            EVALUATE ACKF-STATUS
                WHEN "ACK"
                    ADD 1 TO E-ACK(EPI-HIT)
                WHEN "RES"
                    ADD 1 TO E-RES(EPI-HIT)
                WHEN OTHER
                    ADD 1 TO E-OPEN(EPI-HIT)
            END-EVALUATE.

      *-----------------------------------------------------------
      * 產出報表
      *-----------------------------------------------------------
        7000-REPORT.
            PERFORM VARYING EPI-IDX FROM 1 BY 1
                    UNTIL EPI-IDX > EPI-CNT
                IF E-CNT(EPI-IDX) > 1
                    ADD 1 TO MULTI-CNT
                END-IF
                IF E-OPEN(EPI-IDX) > 0
                    ADD 1 TO OPEN-EPI
                END-IF
            END-PERFORM.

            MOVE DAYS-LIMIT TO CNT-DISP.
            MOVE WINDOW-MIN TO CNT-DISP2.
            MOVE SPACES TO RPT-REC.
            STRING "MWINCCOR - INCIDENT EPISODES " DELIMITED BY SIZE
                   TODAY-DATE DELIMITED BY SIZE
                   ", LAST " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                   " DAYS, WINDOW " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP2) DELIMITED BY SIZE
                   " MIN" DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE INC-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "INCIDENTS          : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE EPI-CNT TO CNT-DISP.
            MOVE MULTI-CNT TO CNT-DISP2.
            MOVE SPACES TO RPT-REC.
            STRING "EPISODES           : " CNT-DISP
                   "  (MULTI-RECORD " CNT-DISP2 ")"
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE OPEN-EPI TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "WITH OPEN INCIDENTS: " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE REL-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "RELATED QUE PAIRS  : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            IF EPI-FULL > 0
                MOVE EPI-FULL TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "NOT GROUPED(FULL)  : " CNT-DISP
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.

            PERFORM 7100-EPIONE
                    VARYING EPI-IDX FROM 1 BY 1
                    UNTIL EPI-IDX > EPI-CNT.

        7100-EPIONE.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.

            MOVE EPI-IDX TO CNT-DISP.
            MOVE E-CNT(EPI-IDX) TO CNT-DISP2.
            COMPUTE DUR-MIN = E-LAST-MIN(EPI-IDX)
                            - E-FIRST-MIN(EPI-IDX).
            MOVE DUR-MIN TO CNT-DISP3.
            MOVE SPACES TO RPT-REC.
            STRING "EPISODE " FUNCTION TRIM(CNT-DISP) "  "
                   E-FIRST(EPI-IDX) " -> " E-LAST(EPI-IDX)
                   "  " FUNCTION TRIM(CNT-DISP3) " MIN  "
                   FUNCTION TRIM(CNT-DISP2) " INCIDENTS"
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE SPACES TO RPT-REC.
            STRING "  ORIGIN   : " E-O-PGM(EPI-IDX)
                   " CODE=" FUNCTION TRIM(E-O-CODE(EPI-IDX))
                   " " FUNCTION TRIM(E-O-QUE(EPI-IDX))
                   " " E-O-MSG(EPI-IDX)
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE SPACES TO RPT-REC.
            MOVE "  PROGRAMS : " TO RPT-REC.
            MOVE 14 TO ROW-PTR.
            PERFORM VARYING SUB-IDX FROM 1 BY 1
                    UNTIL SUB-IDX > E-PGM-CNT(EPI-IDX)
                STRING FUNCTION TRIM(E-PGM(EPI-IDX, SUB-IDX))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                    INTO RPT-REC
                    POINTER ROW-PTR
                END-STRING
            END-PERFORM.
            PERFORM 7900-RPTWRITE.

            MOVE SPACES TO RPT-REC.
            MOVE "  QUES     : " TO RPT-REC.
            MOVE 14 TO ROW-PTR.
            PERFORM VARYING SUB-IDX FROM 1 BY 1
                    UNTIL SUB-IDX > E-QUE-CNT(EPI-IDX)
                STRING FUNCTION TRIM(E-QUE(EPI-IDX, SUB-IDX))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                    INTO RPT-REC
                    POINTER ROW-PTR
                END-STRING
            END-PERFORM.
            PERFORM 7900-RPTWRITE.

            MOVE E-OPEN(EPI-IDX) TO CNT-DISP.
            MOVE E-ACK(EPI-IDX) TO CNT-DISP2.
            MOVE E-RES(EPI-IDX) TO CNT-DISP3.
            MOVE SPACES TO RPT-REC.
            EVALUATE TRUE
                WHEN E-OPEN(EPI-IDX) > 0
                    MOVE "OPEN" TO RPT-REC(14:8)
                WHEN E-ACK(EPI-IDX) > 0
                    MOVE "ACKED" TO RPT-REC(14:8)
                WHEN OTHER
                    MOVE "RESOLVED" TO RPT-REC(14:8)
            END-EVALUATE.
            MOVE "  STATUS   : " TO RPT-REC(1:13).
            STRING " (OPEN " FUNCTION TRIM(CNT-DISP)
                   " ACK " FUNCTION TRIM(CNT-DISP2)
                   " RES " FUNCTION TRIM(CNT-DISP3) ")"
                   DELIMITED BY SIZE INTO RPT-REC(22:40)
            END-STRING.
            PERFORM 7900-RPTWRITE.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:100).

        COPY "SEGPD.DEF".

        COPY "ACKPD.DEF".

        2000-PARAM.

            ACCEPT PARAM-LIST FROM COMMAND-LINE.
            MOVE 1 TO STRING-PTR.
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 選擇性參數 : -days n , -w window_min , -o report_file ,
      *              -route src_que=rules_file (可重複)
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            EVALUATE PARAM-PREV
                                WHEN "-days"
                                    COMPUTE DAYS-LIMIT =
                                            FUNCTION NUMVAL(PARAM)
                                WHEN "-w"
                                    COMPUTE WINDOW-MIN =
                                            FUNCTION NUMVAL(PARAM)
                                WHEN "-o"
                                    MOVE PARAM TO RPT-FILE-NAME
                                WHEN "-route"
                                    PERFORM 2600-ROUTEADD
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

            IF DAYS-LIMIT < 1 OR WINDOW-MIN < 0
                GO TO 3000-PERR
            END-IF.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"        MOVE "Y" TO QUIET-SW
                WHEN "--batch"   MOVE "Y" TO QUIET-SW
                WHEN "-days"     MOVE PARAM TO PARAM-PREV
                WHEN "-w"        MOVE PARAM TO PARAM-PREV
                WHEN "-o"        MOVE PARAM TO PARAM-PREV
                WHEN "-route"    MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-days"
                            COMPUTE DAYS-LIMIT =
                                    FUNCTION NUMVAL(PARAM)
                        WHEN "-w"
                            COMPUTE WINDOW-MIN =
                                    FUNCTION NUMVAL(PARAM)
                        WHEN "-o"
                            MOVE PARAM TO RPT-FILE-NAME
                        WHEN "-route"
                            PERFORM 2600-ROUTEADD
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
                    MOVE SPACES TO PARAM-PREV
            END-EVALUATE.

        2600-ROUTEADD.
            MOVE SPACES TO RT-P1.
            MOVE SPACES TO RT-P2.
            MOVE 1 TO RT-UPTR.
            UNSTRING PARAM DELIMITED BY "="
                INTO RT-P1, RT-P2
                POINTER RT-UPTR
            END-UNSTRING.
            IF RT-P1 = SPACES OR RT-P2 = SPACES OR ROUTE-CNT >= 20
                GO TO 3000-PERR
            END-IF.
            COMPUTE ROUTE-CNT = ROUTE-CNT + 1.
            MOVE RT-P1 TO RT-SRC(ROUTE-CNT).
            MOVE RT-P2 TO RT-FILE(ROUTE-CNT).

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWINCCOR - Incident Episode Correlation".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWINCCOR [options]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-days n]          Incident Lookback Days,".
            DISPLAY "                     default 30".
            DISPLAY "  [-w minutes]       Episode Gap Window,".
            DISPLAY "                     default 10".
            DISPLAY "  [-route src=rules] MWROUTE Source Que And Its".
            DISPLAY "                     Rules File(Repeatable)".
            DISPLAY "  [-o report_file]   Report(Default".
            DISPLAY "                     MWINCCOROUT)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            DISPLAY "  Failover pairs from MWFAILOVR are related".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWINCCOR.
