      */--------------------------------------------------------------
      * MWINCRSP.CBL
      * 事故回應時效報表(認可/結案所需時間)
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 值班檢討要的回應時效過去是拿事故日誌與認可檔兩份文字
      *    檔人工對；本程式逐筆事故(最近 -days n 天，預設 90)配對
      *    認可檔(INCACKLOG)中同 程式+代碼 且時點不早於事故之第一
      *    筆 ACK 與第一筆 RES(認可紀錄有 QUE 時 QUE 亦須相同)：
      *    - 認可時間(TTA)：事故至第一筆 ACK 或 RES(直接結案亦
      *      視為已認可)
      *    - 結案時間(TTR)：事故至第一筆 RES
      * 2. 依責任團隊(INCLOG-QUE 查 QUE 主檔 REGM-OWNER，無 QUE 或
      *    查無者列 (UNOWNED))、嚴重度、月份及時段分組，列筆數、
      *    已認可/已結案筆數與 TTA/TTR 平均值及 P90(分鐘)
      * 3. 時段：MWCAL 假日為 HOLIDAY；週末或 -bh 上班時段(預設
      *    0800-1800)以外為 OUT-OF-HOURS；其餘 IN-HOURS
      * 4. 未結案且已超過 -age 小時(預設 24)之事故逐筆列出
      * 5. 報表寫入 -o report_file(預設 MWINCRSPOUT)並同步顯示；
      *    有逾時未結案事故時 RETURN-CODE = 3
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     略過嚴重度 M(維護窗口內停告)事件，未呼叫值班不應計入
      *     認可/結案時效與逾時未結案清單
      * 2026-10-15 ARIEN
      *     已封月段(MWLOGROT)只讀 -days 涵蓋到的段，再讀現行日誌；
      *     剛封段尚無新事故時現行日誌不存在不視為錯誤
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWINCRSP.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SORT-WORK ASSIGN TO "MWINCRSPSRT".
            SELECT MWINCRSP-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
            COPY "ACKSL.DEF".
            COPY "CALSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "REGMSL.DEF".
            COPY "SEGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        SD  SORT-WORK.
        01  SORT-REC.
            05  SW-GIDX             PIC 9(3).
            05  SW-MET              PIC X.
            05  SW-VAL              SIGNED-LONG.

        FD  MWINCRSP-RPT-FILE.
        01  RPT-REC                 PIC X(160).
        COPY "ACKFD.DEF".
        COPY "CALFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "REGMFD.DEF".
        COPY "SEGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "SEGWS.DEF".
        COPY "ACKWS.DEF".
        COPY "CALWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
            88 INCLOG-EOF       VALUE "10".
        77  RPT-FILE-STAT       PIC XX.
        77  REGM-FILE-STAT      PIC XX.
        77  INC-LIVE-SW         PIC X VALUE SPACE.
            88 INC-LIVE         VALUE 'Y'.
        77  REGM-OPEN-SW        PIC X VALUE SPACE.
            88 REGM-OPENED      VALUE 'Y'.
        77  SORT-EOF-SW         PIC X VALUE SPACE.
            88 SORT-EOF         VALUE 'Y'.

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
                                 VALUE "MWINCRSPOUT".
        77  DAYS-LIMIT          SIGNED-INT VALUE 90.
        77  AGE-LIMIT           SIGNED-INT VALUE 24.
        01  BH-PARAM            PIC X(9) VALUE "0800-1800".
        01  FILLER REDEFINES BH-PARAM.
            05  BH-FROM         PIC 9(4).
            05  FILLER          PIC X.
            05  BH-TO           PIC 9(4).

      * 認可檔逐筆(時點已換算為分鐘)
        01  AKL-TAB.
            05  AKL-ENT OCCURS 3000 TIMES.
                10  AKL-MIN     SIGNED-LONG.
                10  AKL-PGM     PIC X(8).
                10  AKL-CODE    PIC X(10).
                10  AKL-QUE     PIC X(64).
                10  AKL-STATUS  PIC X(3).
        77  AKL-CNT             SIGNED-INT VALUE 0.
        77  AKL-IDX             SIGNED-INT VALUE 0.
        77  AKL-FULL            SIGNED-INT VALUE 0.

      * 分組統計：KIND T=團隊 S=嚴重度 M=月份 P=時段
        01  GRP-TAB.
            05  GRP-ENT OCCURS 300 TIMES.
                10  G-KIND      PIC X.
                10  G-KEY       PIC X(32).
                10  G-CNT       SIGNED-INT.
                10  G-ACKN      SIGNED-INT.
                10  G-RESN      SIGNED-INT.
                10  G-SUMA      SIGNED-LONG.
                10  G-SUMR      SIGNED-LONG.
                10  G-P90A      SIGNED-LONG.
                10  G-P90R      SIGNED-LONG.
        77  GRP-CNT             SIGNED-INT VALUE 0.
        77  GRP-IDX             SIGNED-INT VALUE 0.
        77  GRP-HIT             SIGNED-INT VALUE 0.
        77  GRP-FULL            SIGNED-INT VALUE 0.
        01  GK-KIND             PIC X.
        01  GK-KEY              PIC X(32).
        01  GRP-SET.
            05  GS-IDX          SIGNED-INT OCCURS 4 TIMES.
        77  GS-N                SIGNED-INT VALUE 0.

      * 團隊快取(QUE -> REGM-OWNER)
        01  OWN-TAB.
            05  OWN-ENT OCCURS 200 TIMES.
                10  OW-QUE      PIC X(64).
                10  OW-OWNER    PIC X(32).
        77  OWN-CNT             SIGNED-INT VALUE 0.
        77  OWN-IDX             SIGNED-INT VALUE 0.
        01  INC-OWNER           PIC X(32).

      * 逾時未結案清單
        01  LATE-TAB.
            05  LATE-ENT OCCURS 200 TIMES.
                10  LT-STAMP    PIC X(17).
                10  LT-PGM      PIC X(8).
                10  LT-CODE     PIC X(10).
                10  LT-QUE      PIC X(40).
                10  LT-OWNER    PIC X(20).
                10  LT-STATUS   PIC X(4).
                10  LT-AGE      SIGNED-INT.
        77  LATE-CNT            SIGNED-INT VALUE 0.
        77  LATE-TOTAL          SIGNED-INT VALUE 0.

      * 本筆事故
        77  INC-MIN             SIGNED-LONG VALUE 0.
        77  INC-HHMM            PIC 9(4) VALUE 0.
        77  ACK-AT              SIGNED-LONG VALUE 0.
        77  RES-AT              SIGNED-LONG VALUE 0.
        77  TTA-MIN             SIGNED-LONG VALUE 0.
        77  TTR-MIN             SIGNED-LONG VALUE 0.
        77  INC-CNT             SIGNED-LONG VALUE 0.
        77  HOL-SW              PIC X VALUE SPACE.
            88 IS-HOLIDAY       VALUE 'Y'.

        77  NOW-MIN             SIGNED-LONG VALUE 0.
        77  NOW-TIME            PIC X(8).
        77  TODAY-DATE          PIC X(8).
        77  TODAY-NUM           PIC 9(8).
        77  TODAY-INT           SIGNED-INT VALUE 0.
        77  REC-NUM             PIC 9(8).
        77  REC-INT             SIGNED-INT VALUE 0.
        77  REC-AGE             SIGNED-INT VALUE 0.
        77  TM-HH               PIC 99.
        77  TM-MI               PIC 99.
        01  STAMP-WORK          PIC X(17).

      * SORT 輸出取百分位
        77  CUR-GIDX            SIGNED-INT VALUE 0.
        77  CUR-MET             PIC X VALUE SPACE.
        77  CUR-RANK            SIGNED-INT VALUE 0.
        77  P90-POS             SIGNED-INT VALUE 0.

        77  MEAN-VAL            SIGNED-LONG VALUE 0.
        77  CNT-DISP            PIC -(6)9.
        77  CNT-DISP2           PIC -(6)9.
        77  CNT-DISP3           PIC -(6)9.
        77  MIN-DISP1           PIC -(7)9.
        77  MIN-DISP2           PIC -(7)9.
        77  MIN-DISP3           PIC -(7)9.
        77  MIN-DISP4           PIC -(7)9.
        01  SECT-KIND           PIC X.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT NOW-TIME FROM TIME.
            COMPUTE TODAY-NUM = FUNCTION NUMVAL(TODAY-DATE).
            COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-NUM).
            MOVE NOW-TIME(1:2) TO TM-HH.
            MOVE NOW-TIME(3:2) TO TM-MI.
            COMPUTE NOW-MIN = TODAY-INT * 1440 + TM-HH * 60 + TM-MI.

            PERFORM 1700-CALLOAD THRU 1700-EXIT.
            PERFORM 4000-ACKLOAD THRU 4000-EXIT.

      * 已封月段(MWLOGROT)只讀 -days 涵蓋到的段，再讀現行日誌
      * (SORT 輸入時逐段開檔)；剛封段尚無新事故時現行日誌可不
      * 存在
            MOVE "I" TO SEGL-LOG.
            MOVE DAYS-LIMIT TO SEGL-DAYS.
            PERFORM 1660-SEGLIST THRU 1660-EXIT.

            OPEN INPUT INCIDENT-LOG-FILE.
            IF INCLOG-FILE-STAT = "00"
                MOVE "Y" TO INC-LIVE-SW
                CLOSE INCIDENT-LOG-FILE
            ELSE
                IF SEGL-TOTAL = 0
                    DISPLAY "CANNOT OPEN INCIDENT LOG, STATUS "
                            INCLOG-FILE-STAT
                    MOVE MWRC-FILE TO RETURN-CODE
                    GO TO 0000-EXIT
                END-IF
            END-IF.

            OPEN INPUT QUE-REGM-FILE.
            IF REGM-FILE-STAT = "00"
                MOVE "Y" TO REGM-OPEN-SW
            ELSE
                DISPLAY "QUEREGM NOT AVAILABLE, TEAMS SHOWN UNOWNED"
            END-IF.

      * 第一遍：配對、分組計數並 RELEASE；排序輸出時依各組筆數
      * 取 P90 位置的值
            SORT SORT-WORK
                ON ASCENDING KEY SW-GIDX SW-MET SW-VAL
                INPUT PROCEDURE IS 5000-FEED
                OUTPUT PROCEDURE IS 6000-TAKE.

            IF REGM-OPENED
                CLOSE QUE-REGM-FILE
            END-IF.

            OPEN OUTPUT MWINCRSP-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            PERFORM 7000-REPORT.

            CLOSE MWINCRSP-RPT-FILE.

            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).
            IF LATE-TOTAL > 0
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
      * 載入認可檔逐筆紀錄(保留時點，ACKPD 只留最後狀態不敷用)
      *-----------------------------------------------------------
        4000-ACKLOAD.
            MOVE SPACES TO ACK-FILE-STAT.
            OPEN INPUT INC-ACK-FILE.
            IF ACK-FILE-STAT NOT = "00"
                DISPLAY "ACK FILE NOT FOUND, NOTHING ACKNOWLEDGED"
                GO TO 4000-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL ACK-EOF
                READ INC-ACK-FILE
                    AT END
                        MOVE "10" TO ACK-FILE-STAT
                    NOT AT END
                        PERFORM 4100-ACKONE
                END-READ
            END-PERFORM.

            CLOSE INC-ACK-FILE.

        4000-EXIT.
            CONTINUE.

        4100-ACKONE.
            IF ACK-REC = SPACES
            OR ACK-DATE IS NOT NUMERIC
            OR ACK-TIME(1:4) IS NOT NUMERIC
            OR (ACK-STATUS NOT = "ACK" AND ACK-STATUS NOT = "RES")
                CONTINUE
            ELSE
                IF AKL-CNT >= 3000
                    ADD 1 TO AKL-FULL
                ELSE
                    COMPUTE AKL-CNT = AKL-CNT + 1
                    COMPUTE REC-NUM = FUNCTION NUMVAL(ACK-DATE)
                    COMPUTE REC-INT =
                            FUNCTION INTEGER-OF-DATE(REC-NUM)
                    MOVE ACK-TIME(1:2) TO TM-HH
                    MOVE ACK-TIME(3:2) TO TM-MI
                    COMPUTE AKL-MIN(AKL-CNT) =
                            REC-INT * 1440 + TM-HH * 60 + TM-MI
                    MOVE ACK-PGM TO AKL-PGM(AKL-CNT)
                    MOVE ACK-CODE TO AKL-CODE(AKL-CNT)
                    MOVE ACK-QUE TO AKL-QUE(AKL-CNT)
                    MOVE ACK-STATUS TO AKL-STATUS(AKL-CNT)
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * SORT 輸入：逐筆事故配對認可/結案、分組並 RELEASE
      *-----------------------------------------------------------
        5000-FEED SECTION.
        5010-READ.
            PERFORM 5020-INCSEG
                    VARYING SEGL-IDX FROM 1 BY 1
                    UNTIL SEGL-IDX > SEGL-CNT.
            IF NOT INC-LIVE
                GO TO 5090-DONE
            END-IF.

            OPEN INPUT INCIDENT-LOG-FILE.
            PERFORM TEST BEFORE UNTIL INCLOG-EOF
                READ INCIDENT-LOG-FILE
                    AT END
                        MOVE "10" TO INCLOG-FILE-STAT
                    NOT AT END
                        PERFORM 5100-INCONE THRU 5100-EXIT
                END-READ
            END-PERFORM.
            CLOSE INCIDENT-LOG-FILE.
            GO TO 5090-DONE.

      *-----------------------------------------------------------
      * 讀一個已封月段(日誌環境變數暫指段檔開檔)
      *-----------------------------------------------------------
        5020-INCSEG.
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
                            PERFORM 5100-INCONE THRU 5100-EXIT
                    END-READ
                END-PERFORM
                CLOSE INCIDENT-LOG-FILE
            END-IF.

        5100-INCONE.
            IF INCLOG-REC = SPACES
            OR INCLOG-DATE IS NOT NUMERIC
            OR INCLOG-TIME(1:4) IS NOT NUMERIC
                GO TO 5100-EXIT
            END-IF.
      * 維護窗口內的 M 事件未呼叫值班，不列入回應時效
            IF INCLOG-IS-MAINT
                GO TO 5100-EXIT
            END-IF.

            COMPUTE REC-NUM = FUNCTION NUMVAL(INCLOG-DATE).
            COMPUTE REC-INT = FUNCTION INTEGER-OF-DATE(REC-NUM).
            COMPUTE REC-AGE = TODAY-INT - REC-INT.
            IF REC-AGE >= DAYS-LIMIT
                GO TO 5100-EXIT
            END-IF.

            COMPUTE INC-CNT = INC-CNT + 1.
            MOVE INCLOG-TIME(1:2) TO TM-HH.
            MOVE INCLOG-TIME(3:2) TO TM-MI.
            MOVE INCLOG-TIME(1:4) TO INC-HHMM.
            COMPUTE INC-MIN = REC-INT * 1440 + TM-HH * 60 + TM-MI.
            MOVE SPACES TO STAMP-WORK.
            STRING INCLOG-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INCLOG-TIME DELIMITED BY SIZE
                INTO STAMP-WORK
            END-STRING.

      * 第一筆 ACK/RES(時點不早於事故)
            MOVE -1 TO ACK-AT.
            MOVE -1 TO RES-AT.
            PERFORM VARYING AKL-IDX FROM 1 BY 1
                    UNTIL AKL-IDX > AKL-CNT
                IF AKL-PGM(AKL-IDX) = INCLOG-PGM
                AND AKL-CODE(AKL-IDX) = INCLOG-CODE
                AND AKL-MIN(AKL-IDX) >= INC-MIN
                AND (AKL-QUE(AKL-IDX) = SPACES
                     OR AKL-QUE(AKL-IDX) = INCLOG-QUE)
                    IF ACK-AT < 0 OR AKL-MIN(AKL-IDX) < ACK-AT
                        MOVE AKL-MIN(AKL-IDX) TO ACK-AT
                    END-IF
                    IF AKL-STATUS(AKL-IDX) = "RES"
                    AND (RES-AT < 0 OR AKL-MIN(AKL-IDX) < RES-AT)
                        MOVE AKL-MIN(AKL-IDX) TO RES-AT
                    END-IF
                END-IF
            END-PERFORM.

            PERFORM 5200-OWNERGET.

      * 所屬四組
            MOVE 0 TO GS-N.
            MOVE "T" TO GK-KIND.
            MOVE INC-OWNER TO GK-KEY.
            PERFORM 5300-GRPFIND.
            MOVE "S" TO GK-KIND.
            EVALUATE TRUE
                WHEN INCLOG-IS-ERR
                    MOVE "E ERROR" TO GK-KEY
                WHEN INCLOG-IS-WARN
                    MOVE "W WARNING" TO GK-KEY
                WHEN OTHER
                    MOVE "- UNSPECIFIED" TO GK-KEY
            END-EVALUATE.
            PERFORM 5300-GRPFIND.
            MOVE "M" TO GK-KIND.
            MOVE SPACES TO GK-KEY.
            STRING INCLOG-DATE(1:4) "-" INCLOG-DATE(5:2)
                   DELIMITED BY SIZE INTO GK-KEY
            END-STRING.
            PERFORM 5300-GRPFIND.
            MOVE "P" TO GK-KIND.
            PERFORM 5400-PERIOD.
            PERFORM 5300-GRPFIND.

            IF ACK-AT >= 0
                COMPUTE TTA-MIN = ACK-AT - INC-MIN
            END-IF.
            IF RES-AT >= 0
                COMPUTE TTR-MIN = RES-AT - INC-MIN
            END-IF.
            PERFORM VARYING GRP-IDX FROM 1 BY 1 UNTIL GRP-IDX > GS-N
                MOVE GS-IDX(GRP-IDX) TO GRP-HIT
                ADD 1 TO G-CNT(GRP-HIT)
                IF ACK-AT >= 0
                    ADD 1 TO G-ACKN(GRP-HIT)
                    ADD TTA-MIN TO G-SUMA(GRP-HIT)
                    MOVE GRP-HIT TO SW-GIDX
                    MOVE "A" TO SW-MET
                    MOVE TTA-MIN TO SW-VAL
                    RELEASE SORT-REC
                END-IF
                IF RES-AT >= 0
                    ADD 1 TO G-RESN(GRP-HIT)
                    ADD TTR-MIN TO G-SUMR(GRP-HIT)
                    MOVE GRP-HIT TO SW-GIDX
                    MOVE "R" TO SW-MET
                    MOVE TTR-MIN TO SW-VAL
                    RELEASE SORT-REC
                END-IF
            END-PERFORM.

      * 逾時未結案
            IF RES-AT < 0
            AND NOW-MIN - INC-MIN > AGE-LIMIT * 60
                ADD 1 TO LATE-TOTAL
                IF LATE-CNT < 200
                    ADD 1 TO LATE-CNT
                    MOVE STAMP-WORK TO LT-STAMP(LATE-CNT)
                    MOVE INCLOG-PGM TO LT-PGM(LATE-CNT)
                    MOVE INCLOG-CODE TO LT-CODE(LATE-CNT)
                    MOVE INCLOG-QUE TO LT-QUE(LATE-CNT)
                    MOVE INC-OWNER TO LT-OWNER(LATE-CNT)
                    IF ACK-AT >= 0
                        MOVE "ACK" TO LT-STATUS(LATE-CNT)
                    ELSE
                        MOVE "OPEN" TO LT-STATUS(LATE-CNT)
                    END-IF
                    COMPUTE LT-AGE(LATE-CNT) =
                            (NOW-MIN - INC-MIN) / 60
                END-IF
            END-IF.

        5100-EXIT.
            CONTINUE.

      * QUE 主檔取責任團隊(REGM-OWNER)；TYPE 未知故兩型都試
        5200-OWNERGET.
            MOVE "(UNOWNED)" TO INC-OWNER.
            IF INCLOG-QUE = SPACES OR NOT REGM-OPENED
                CONTINUE
            ELSE
                MOVE 0 TO OWN-IDX
                PERFORM VARYING AKL-IDX FROM 1 BY 1
                        UNTIL AKL-IDX > OWN-CNT OR OWN-IDX > 0
                    IF OW-QUE(AKL-IDX) = INCLOG-QUE
                        MOVE AKL-IDX TO OWN-IDX
                    END-IF
                END-PERFORM
                IF OWN-IDX > 0
                    MOVE OW-OWNER(OWN-IDX) TO INC-OWNER
                ELSE
                    MOVE INCLOG-QUE TO REGM-QUE-NAME
                    MOVE "POSIX" TO REGM-QUE-TYPE
                    READ QUE-REGM-FILE
                        INVALID KEY
                            MOVE INCLOG-QUE TO REGM-QUE-NAME
                            MOVE "SYSV " TO REGM-QUE-TYPE
                            READ QUE-REGM-FILE
                                INVALID KEY
                                    MOVE SPACES TO REGM-OWNER
                            END-READ
                    END-READ
                    IF REGM-OWNER NOT = SPACES
                        MOVE REGM-OWNER TO INC-OWNER
                    END-IF
                    IF OWN-CNT < 200
                        ADD 1 TO OWN-CNT
                        MOVE INCLOG-QUE TO OW-QUE(OWN-CNT)
                        MOVE INC-OWNER TO OW-OWNER(OWN-CNT)
                    END-IF
                END-IF
            END-IF.

      * 依 GK-KIND/GK-KEY 找或建組，索引記入 GRP-SET
        5300-GRPFIND.
            MOVE 0 TO GRP-HIT.
            PERFORM VARYING GRP-IDX FROM 1 BY 1
                    UNTIL GRP-IDX > GRP-CNT OR GRP-HIT > 0
                IF G-KIND(GRP-IDX) = GK-KIND
                AND G-KEY(GRP-IDX) = GK-KEY
                    MOVE GRP-IDX TO GRP-HIT
                END-IF
            END-PERFORM.
            IF GRP-HIT = 0
                IF GRP-CNT < 300
                    ADD 1 TO GRP-CNT
                    MOVE GRP-CNT TO GRP-HIT
                    MOVE GK-KIND TO G-KIND(GRP-HIT)
                    MOVE GK-KEY TO G-KEY(GRP-HIT)
                    MOVE 0 TO G-CNT(GRP-HIT)
                    MOVE 0 TO G-ACKN(GRP-HIT)
                    MOVE 0 TO G-RESN(GRP-HIT)
                    MOVE 0 TO G-SUMA(GRP-HIT)
                    MOVE 0 TO G-SUMR(GRP-HIT)
                    MOVE 0 TO G-P90A(GRP-HIT)
                    MOVE 0 TO G-P90R(GRP-HIT)
                ELSE
                    ADD 1 TO GRP-FULL
                END-IF
            END-IF.
            IF GRP-HIT > 0
                ADD 1 TO GS-N
                MOVE GRP-HIT TO GS-IDX(GS-N)
            END-IF.

      * 時段：假日 / 週末或上班時段外 / 上班時段
        5400-PERIOD.
            MOVE SPACE TO HOL-SW.
            PERFORM VARYING CAL-IDX FROM 1 BY 1
                    UNTIL CAL-IDX > CAL-HOL-CNT OR IS-HOLIDAY
                IF CAL-HOL-INT(CAL-IDX) = REC-INT
                    MOVE "Y" TO HOL-SW
                END-IF
            END-PERFORM.
            COMPUTE CAL-DOW = FUNCTION REM(REC-INT, 7).
            EVALUATE TRUE
                WHEN IS-HOLIDAY
                    MOVE "HOLIDAY" TO GK-KEY
                WHEN CAL-DOW = 6 OR CAL-DOW = 0
                    MOVE "OUT-OF-HOURS" TO GK-KEY
                WHEN INC-HHMM < BH-FROM OR INC-HHMM >= BH-TO
                    MOVE "OUT-OF-HOURS" TO GK-KEY
                WHEN OTHER
                    MOVE "IN-HOURS" TO GK-KEY
            END-EVALUATE.

        5090-DONE.
            EXIT.

      *-----------------------------------------------------------
      * SORT 輸出：逐組/指標取 P90(最近序位法)
      *-----------------------------------------------------------
        6000-TAKE SECTION.
        6010-POS.
            MOVE 0 TO CUR-GIDX.
            MOVE SPACE TO CUR-MET.
            MOVE SPACE TO SORT-EOF-SW.
            PERFORM TEST BEFORE UNTIL SORT-EOF
                RETURN SORT-WORK
                    AT END
                        MOVE "Y" TO SORT-EOF-SW
                    NOT AT END
                        PERFORM 6100-TAKEONE
                END-RETURN
            END-PERFORM.
            GO TO 6090-DONE.

        6100-TAKEONE.
            IF SW-GIDX NOT = CUR-GIDX OR SW-MET NOT = CUR-MET
                MOVE SW-GIDX TO CUR-GIDX
                MOVE SW-MET TO CUR-MET
                MOVE 0 TO CUR-RANK
                IF SW-MET = "A"
                    COMPUTE P90-POS =
                            (G-ACKN(CUR-GIDX) * 90 + 99) / 100
                ELSE
                    COMPUTE P90-POS =
                            (G-RESN(CUR-GIDX) * 90 + 99) / 100
                END-IF
            END-IF.
            ADD 1 TO CUR-RANK.
            IF CUR-RANK = P90-POS
                IF SW-MET = "A"
                    MOVE SW-VAL TO G-P90A(CUR-GIDX)
                ELSE
                    MOVE SW-VAL TO G-P90R(CUR-GIDX)
                END-IF
            END-IF.

        6090-DONE.
            EXIT.

      *-----------------------------------------------------------
      * 產出報表
      *-----------------------------------------------------------
        RPT-RTN                 SECTION.
        7000-REPORT.
            MOVE DAYS-LIMIT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "MWINCRSP - INCIDENT RESPONSE TIMES "
                   DELIMITED BY SIZE
                   TODAY-DATE DELIMITED BY SIZE
                   ", LAST " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                   " DAYS (MINUTES)" DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE INC-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "INCIDENTS : " CNT-DISP
                   "   BUSINESS HOURS " BH-PARAM
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            IF NOT CAL-LOADED
                MOVE SPACES TO RPT-REC
                MOVE "MWCAL NOT FOUND, NO HOLIDAYS APPLIED" TO RPT-REC
                PERFORM 7900-RPTWRITE
            END-IF.
            IF AKL-FULL > 0 OR GRP-FULL > 0
                MOVE AKL-FULL TO CNT-DISP
                MOVE GRP-FULL TO CNT-DISP2
                MOVE SPACES TO RPT-REC
                STRING "TABLE FULL, ACK RECORDS SKIPPED " CNT-DISP
                       " GROUPS SKIPPED " CNT-DISP2
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.

            MOVE "T" TO SECT-KIND.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "BY OWNER TEAM" TO RPT-REC.
            PERFORM 7100-SECTION.
            MOVE "S" TO SECT-KIND.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "BY SEVERITY" TO RPT-REC.
            PERFORM 7100-SECTION.
            MOVE "M" TO SECT-KIND.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "BY MONTH" TO RPT-REC.
            PERFORM 7100-SECTION.
            MOVE "P" TO SECT-KIND.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "BY PERIOD (HOLIDAY = MWCAL LIST)" TO RPT-REC.
            PERFORM 7100-SECTION.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE AGE-LIMIT TO CNT-DISP.
            MOVE LATE-TOTAL TO CNT-DISP2.
            STRING "UNRESOLVED OLDER THAN " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                   " HOURS :" DELIMITED BY SIZE
                   CNT-DISP2 DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            PERFORM VARYING GRP-IDX FROM 1 BY 1
                    UNTIL GRP-IDX > LATE-CNT
                MOVE LT-AGE(GRP-IDX) TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "  " LT-STATUS(GRP-IDX) " "
                       LT-STAMP(GRP-IDX) " " LT-PGM(GRP-IDX)
                       " " LT-CODE(GRP-IDX) " AGE(H)" CNT-DISP
                       "  " LT-OWNER(GRP-IDX) " " LT-QUE(GRP-IDX)
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-PERFORM.

        7100-SECTION.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            STRING "  GROUP                     CNT   ACKED  "
                   "TTA-AVG  TTA-P90   RESOLVED  TTR-AVG  TTR-P90"
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            PERFORM VARYING GRP-IDX FROM 1 BY 1
                    UNTIL GRP-IDX > GRP-CNT
                IF G-KIND(GRP-IDX) = SECT-KIND
                    PERFORM 7200-GRPROW
                END-IF
            END-PERFORM.

        7200-GRPROW.
            MOVE G-CNT(GRP-IDX) TO CNT-DISP.
            MOVE G-ACKN(GRP-IDX) TO CNT-DISP2.
            MOVE G-RESN(GRP-IDX) TO CNT-DISP3.
            MOVE 0 TO MIN-DISP1.
            MOVE 0 TO MIN-DISP3.
            IF G-ACKN(GRP-IDX) > 0
                COMPUTE MEAN-VAL ROUNDED =
                        G-SUMA(GRP-IDX) / G-ACKN(GRP-IDX)
                MOVE MEAN-VAL TO MIN-DISP1
            END-IF.
            MOVE G-P90A(GRP-IDX) TO MIN-DISP2.
            IF G-RESN(GRP-IDX) > 0
                COMPUTE MEAN-VAL ROUNDED =
                        G-SUMR(GRP-IDX) / G-RESN(GRP-IDX)
                MOVE MEAN-VAL TO MIN-DISP3
            END-IF.
            MOVE G-P90R(GRP-IDX) TO MIN-DISP4.
            MOVE SPACES TO RPT-REC.
            STRING "  " G-KEY(GRP-IDX)(1:20) CNT-DISP " "
                   CNT-DISP2 " " MIN-DISP1 " " MIN-DISP2 "    "
                   CNT-DISP3 " " MIN-DISP3 " " MIN-DISP4
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:110).

        COPY "SEGPD.DEF".

        COPY "CALPD.DEF".

        2000-PARAM.

            ACCEPT PARAM-LIST FROM COMMAND-LINE.
            MOVE 1 TO STRING-PTR.
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 選擇性參數 : -days n , -age hours , -bh hhmm-hhmm ,
      *              -o report_file
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
                                WHEN "-age"
                                    COMPUTE AGE-LIMIT =
                                            FUNCTION NUMVAL(PARAM)
                                WHEN "-bh"
                                    MOVE PARAM TO BH-PARAM
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

            IF DAYS-LIMIT < 1 OR AGE-LIMIT < 1
            OR BH-FROM IS NOT NUMERIC OR BH-TO IS NOT NUMERIC
                GO TO 3000-PERR
            END-IF.
            IF BH-FROM >= BH-TO OR BH-TO > 2400
                GO TO 3000-PERR
            END-IF.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"        MOVE "Y" TO QUIET-SW
                WHEN "--batch"   MOVE "Y" TO QUIET-SW
                WHEN "-days"     MOVE PARAM TO PARAM-PREV
                WHEN "-age"      MOVE PARAM TO PARAM-PREV
                WHEN "-bh"       MOVE PARAM TO PARAM-PREV
                WHEN "-o"        MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-days"
                            COMPUTE DAYS-LIMIT =
                                    FUNCTION NUMVAL(PARAM)
                        WHEN "-age"
                            COMPUTE AGE-LIMIT =
                                    FUNCTION NUMVAL(PARAM)
                        WHEN "-bh"
                            MOVE PARAM TO BH-PARAM
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

            DISPLAY "MWINCRSP - Incident Response-Time Report".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWINCRSP [options]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-days n]          Incident Lookback Days,".
            DISPLAY "                     default 90".
            DISPLAY "  [-age hours]       List Unresolved Older Than,".
            DISPLAY "                     default 24".
            DISPLAY "  [-bh hhmm-hhmm]    Business Hours, default".
            DISPLAY "                     0800-1800".
            DISPLAY "  [-o report_file]   Report(Default".
            DISPLAY "                     MWINCRSPOUT)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWINCRSP.
