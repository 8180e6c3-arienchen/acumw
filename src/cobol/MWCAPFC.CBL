      */--------------------------------------------------------------
      * MWCAPFC.CBL
      * QUE 容量預測與擴充申請草擬
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 讀取 MWDASH -hist 產出的深度歷史檔，依 QUE 彙總每週尖峰
      *    深度(週一起算)，以最小平方法求每週成長量，推估尖峰達
      *    QUE 主檔(QUEREGM)登錄容量 100% 的日期
      * 2. 預計於 -h 營業日(預設 30，依 MWCAL 行事曆；無行事曆檔
      *    時為日曆日)內滿載者，自動於佈建待辦檔(MWQREQS)附加一筆
      *    PEND 容量調整申請(KIND=RSZ)，理由欄帶預測結果，交由
      *    MWQREQ 既有審批/執行流程處理(-exec 走 MWRESIZE)
      * 3. 建議容量 = 最後一週擬合尖峰延伸 -plan 週(預設 26)後再
      *    加 -hr pct 餘裕(預設 20)，取 10 的倍數；不得超過核心
      *    上限(/proc/sys/fs/mqueue/msg_max，同 MWKERNRPT)，核心
      *    上限已不高於現有容量者僅列報表(KERNEL CEILING)不送申請
      * 4. 僅 POSIX 送申請(MWRESIZE 僅支援 POSIX)；SYS/V 容量由核
      *    心參數控管，僅列報表供人工評估；同一 QUE 已有 PEND/APPR
      *    申請者不重複送件；-n 僅產出報表
      * 5. 每送一筆申請記一筆操作軌跡(QREQ)；報表寫入 -o
      *    report_file 並同步顯示；有送件或碰到核心上限時以 WARN
      *    結束
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWCAPFC.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT DEPTH-HIST-FILE ASSIGN TO HIST-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS HIST-FILE-STAT.
      * 佈建申請待辦檔(同 MWQREQ)，檔名可由環境變數 MWQREQS 覆蓋
            SELECT QREQ-FILE ASSIGN TO "MWQREQS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS QREQ-FILE-STAT.
            SELECT KERN-PARM-FILE ASSIGN TO KERN-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS KERN-FILE-STAT.
            SELECT MWCAPFC-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
            COPY "REGMSL.DEF".
            COPY "CALSL.DEF".
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  DEPTH-HIST-FILE.
        01  DHIST-REC.
            05  DH-DATE         PIC X(8).
            05  FILLER          PIC X.
            05  DH-TIME         PIC X(8).
            05  FILLER          PIC X.
            05  DH-TYPE         PIC X(5).
            05  FILLER          PIC X.
            05  DH-QUE          PIC X(64).
            05  FILLER          PIC X.
            05  DH-CNT          PIC X(10).
            05  FILLER          PIC X.
            05  DH-MAX          PIC X(10).

        FD  QREQ-FILE.
        01  QREQ-REC                PIC X(400).

        FD  KERN-PARM-FILE.
        01  KERN-REC                PIC X(40).

        FD  MWCAPFC-RPT-FILE.
        01  RPT-REC                 PIC X(160).
        COPY "REGMFD.DEF".
        COPY "CALFD.DEF".
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "CALWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
        77  HIST-FILE-STAT      PIC XX.
            88 HIST-EOF         VALUE "10".
        77  QREQ-FILE-STAT      PIC XX.
            88 QREQ-EOF         VALUE "10".
        77  KERN-FILE-STAT      PIC XX.
        77  REGM-FILE-STAT      PIC XX.
        77  RPT-FILE-STAT       PIC XX.
        77  ERR-TXT             PIC X(80).
        77  ERR-LEN             SIGNED-INT VALUE 0.
        77  RET-CODE            SIGNED-INT VALUE 0.

        77  PARAM-LIST          PIC X(255).
        77  PARAM-LIST-SIZE     PIC 9(3).
        77  PARAM               PIC X(80) VALUE SPACE.
        77  PARAM-PREV          PIC X(80) VALUE SPACE.
        77  STRING-PTR          PIC 9(3).
        77  PARAM-FLAG          PIC X VALUE SPACE.
            88 PARAM-END        VALUE 'Y'.
        77  QUIET-SW            PIC X VALUE SPACE.
            88 QUIET-ON         VALUE 'Y'.
        77  DRYRUN-SW           PIC X VALUE SPACE.
            88 DRYRUN-ON        VALUE 'Y'.

        01  HIST-FILE-NAME      PIC X(256) VALUE "MWDASHHIST".
        01  RPT-FILE-NAME       PIC X(FILE_NAME_LEN)
                                 VALUE "MWCAPFCOUT".
        01  KERN-FILE-NAME      PIC X(64) VALUE SPACES.
        77  KERN-VAL            SIGNED-LONG VALUE 0.
        77  K-MQMSGMAX          SIGNED-LONG VALUE -1.
        77  K-MQSIZEMAX         SIGNED-LONG VALUE -1.

      * 預測參數
        77  HORIZON-DAYS        SIGNED-INT VALUE 30.
        77  PLAN-WEEKS          SIGNED-INT VALUE 26.
        77  HEADROOM-PCT        SIGNED-INT VALUE 20.
        77  MIN-WEEKS           SIGNED-INT VALUE 3.

      * QUE+週別尖峰表
        01  QW-TAB.
            05  QW-ENT OCCURS 2000 TIMES.
                10  QW-QUE      PIC X(64).
                10  QW-TYPE     PIC X(5).
                10  QW-WEEK     SIGNED-INT.
                10  QW-PEAK     SIGNED-LONG.
                10  QW-CAP      SIGNED-LONG.
                10  QW-LASTINT  SIGNED-INT.
        77  QW-CNT              SIGNED-INT VALUE 0.
        77  QW-IDX              SIGNED-INT VALUE 0.
        77  QW-IDX2             SIGNED-INT VALUE 0.
        77  QW-HIT              SIGNED-INT VALUE 0.
        77  QW-FULL-SW          PIC X VALUE SPACE.
            88 QW-FULL          VALUE 'Y'.

      * 待辦檔中仍在途(PEND/APPR)的申請
        01  OQ-TAB.
            05  OQ-ENT OCCURS 200 TIMES.
                10  OQ-ID       PIC X(10).
                10  OQ-TYPE     PIC X(5).
                10  OQ-QUE      PIC X(64).
        77  OQ-CNT              SIGNED-INT VALUE 0.
        77  OQ-IDX              SIGNED-INT VALUE 0.
        77  OQ-HIT              SIGNED-INT VALUE 0.
        77  REQ-CNT             SIGNED-INT VALUE 0.
        01  RL-P1               PIC X(10).
        01  RL-P2               PIC X(4).
        01  RL-P3               PIC X(8).
        01  RL-P4               PIC X(64).
        77  RL-UPTR             PIC 9(3).

      * 樣本工作欄
        77  SAMPLE-CNT          SIGNED-LONG VALUE 0.
        77  SAMPLE-MAX          SIGNED-LONG VALUE 0.
        77  SAMPLE-NUM          PIC 9(8).
        77  SAMPLE-INT          SIGNED-INT VALUE 0.
        77  SAMPLE-WEEK         SIGNED-INT VALUE 0.

      * 迴歸(x = 週別 - 首週，y = 週尖峰；斜率放大 100 倍取整)
        77  FC-QUE              PIC X(64).
        77  FC-TYPE             PIC X(5).
        77  FC-N                SIGNED-LONG VALUE 0.
        77  FC-X                SIGNED-LONG VALUE 0.
        77  FC-X0               SIGNED-LONG VALUE 0.
        77  FC-XLAST            SIGNED-LONG VALUE 0.
        77  FC-SX               SIGNED-LONG VALUE 0.
        77  FC-SY               SIGNED-LONG VALUE 0.
        77  FC-SXY              SIGNED-LONG VALUE 0.
        77  FC-SXX              SIGNED-LONG VALUE 0.
        77  FC-DEN              SIGNED-LONG VALUE 0.
        77  FC-SLOPE100         SIGNED-LONG VALUE 0.
        77  FC-FITLAST          SIGNED-LONG VALUE 0.
        77  FC-LASTINT          SIGNED-INT VALUE 0.
        77  FC-LASTPEAK         SIGNED-LONG VALUE 0.
        77  FC-CAP              SIGNED-LONG VALUE 0.
        77  FC-SIZE             SIGNED-LONG VALUE 0.
        77  FC-PROD             PIC X VALUE "N".
        77  FC-DAYS             SIGNED-LONG VALUE 0.
        77  FC-FULLINT          SIGNED-INT VALUE 0.
        77  FC-FULLNUM          PIC 9(8).
        77  FC-FULLDATE         PIC X(8).
        77  FC-PROJ             SIGNED-LONG VALUE 0.
        77  FC-REC              SIGNED-LONG VALUE 0.
        77  FC-GROW             SIGNED-LONG VALUE 0.
        77  FC-REGM-SW          PIC X VALUE SPACE.
            88 FC-IN-REGM       VALUE 'Y'.
        77  FC-STAT             PIC X(16).

      * 期限(今日起算 -h 營業日)
        77  TODAY-DATE          PIC X(8).
        77  TODAY-NUM           PIC 9(8).
        77  TODAY-INT           SIGNED-INT VALUE 0.
        77  HZN-INT             SIGNED-INT VALUE 0.
        77  HZN-NUM             PIC 9(8).
        77  HZN-CNT             SIGNED-INT VALUE 0.

      * 送件欄位
        77  OPER-ID             PIC X(32) VALUE SPACES.
        77  NEW-ID              SIGNED-INT VALUE 0.
        77  ID-DISP             PIC -(5)9.
        77  MAX-DISP            PIC 9(9).
        77  SIZE-DISP           PIC 9(9).
        77  JUST-TXT            PIC X(60).
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.

      * 顯示/統計
        77  CNT-DISP            PIC -(9)9.
        77  CNT-DISP2           PIC -(9)9.
        77  CNT-DISP3           PIC -(9)9.
        77  QUE-TOT             SIGNED-INT VALUE 0.
        77  RISK-TOT            SIGNED-INT VALUE 0.
        77  FILED-TOT           SIGNED-INT VALUE 0.
        77  CEIL-TOT            SIGNED-INT VALUE 0.
        77  DONE-SW             PIC X VALUE SPACE.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

            PERFORM 1700-CALLOAD THRU 1700-EXIT.
            PERFORM 1800-HORIZON.

            PERFORM 4000-KERNLOAD.
            PERFORM 4200-REQLOAD THRU 4200-EXIT.

            OPEN INPUT DEPTH-HIST-FILE.
            IF HIST-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN HIST FILE : " HIST-FILE-NAME
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL HIST-EOF
                READ DEPTH-HIST-FILE
                    AT END
                        MOVE "10" TO HIST-FILE-STAT
                    NOT AT END
                        PERFORM 5000-TALLYONE
                END-READ
            END-PERFORM.

            CLOSE DEPTH-HIST-FILE.

            IF QW-FULL
                DISPLAY "WEEK TABLE FULL, LATER SAMPLES IGNORED"
            END-IF.

            OPEN OUTPUT MWCAPFC-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

      * QUE 主檔不存在時仍出報表，僅不送申請
            OPEN INPUT QUE-REGM-FILE.

            PERFORM 7000-REPORT.

            IF REGM-FILE-STAT = "00"
                CLOSE QUE-REGM-FILE
            END-IF.
            CLOSE MWCAPFC-RPT-FILE.

            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).
            IF FILED-TOT > 0 OR CEIL-TOT > 0
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
      * 期限日：今日起算第 -h 個營業日(無行事曆檔為日曆日)
      *-----------------------------------------------------------
        1800-HORIZON.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            MOVE TODAY-DATE TO TODAY-NUM.
            COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-NUM).

            IF CAL-LOADED
                MOVE TODAY-INT TO CAL-WINT
                MOVE 0 TO HZN-CNT
                PERFORM TEST BEFORE UNTIL HZN-CNT >= HORIZON-DAYS
                    COMPUTE CAL-WINT = CAL-WINT + 1
                    PERFORM 1710-DAYCHK
                    IF NOT CAL-OFFDAY
                        ADD 1 TO HZN-CNT
                    END-IF
                END-PERFORM
                MOVE CAL-WINT TO HZN-INT
            ELSE
                COMPUTE HZN-INT = TODAY-INT + HORIZON-DAYS
            END-IF.

            COMPUTE HZN-NUM = FUNCTION DATE-OF-INTEGER(HZN-INT).

      *-----------------------------------------------------------
      * POSIX 核心上限(同 MWKERNRPT；-1 表示無法讀取)
      *-----------------------------------------------------------
        4000-KERNLOAD.
            MOVE "/proc/sys/fs/mqueue/msg_max" TO KERN-FILE-NAME.
            PERFORM 4100-KERNREAD.
            MOVE KERN-VAL TO K-MQMSGMAX.
            MOVE "/proc/sys/fs/mqueue/msgsize_max"
                TO KERN-FILE-NAME.
            PERFORM 4100-KERNREAD.
            MOVE KERN-VAL TO K-MQSIZEMAX.

        4100-KERNREAD.
            MOVE -1 TO KERN-VAL.
            MOVE SPACES TO KERN-FILE-STAT.
            OPEN INPUT KERN-PARM-FILE.
            IF KERN-FILE-STAT = "00"
                READ KERN-PARM-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        COMPUTE KERN-VAL =
                                FUNCTION NUMVAL(KERN-REC)
                END-READ
                CLOSE KERN-PARM-FILE
            END-IF.

      *-----------------------------------------------------------
      * 載入待辦檔：計算下一個申請編號(同 MWQREQ 編號方式)並記下
      * 仍在途(PEND/APPR)的申請，避免同一 QUE 重複送件
      *-----------------------------------------------------------
        4200-REQLOAD.
            MOVE 0 TO REQ-CNT.
            MOVE 0 TO OQ-CNT.
            MOVE SPACES TO QREQ-FILE-STAT.

            OPEN INPUT QREQ-FILE.
            IF QREQ-FILE-STAT NOT = "00"
                GO TO 4200-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL QREQ-EOF
                READ QREQ-FILE
                    AT END
                        MOVE "10" TO QREQ-FILE-STAT
                    NOT AT END
                        PERFORM 4300-REQONE
                END-READ
            END-PERFORM.

            CLOSE QREQ-FILE.

        4200-EXIT.
            CONTINUE.

        4300-REQONE.
            IF QREQ-REC = SPACES OR QREQ-REC(1:1) = "*"
                CONTINUE
            ELSE
                ADD 1 TO REQ-CNT
                MOVE SPACES TO RL-P1
                MOVE SPACES TO RL-P2
                MOVE SPACES TO RL-P3
                MOVE SPACES TO RL-P4
                MOVE 1 TO RL-UPTR
                UNSTRING QREQ-REC DELIMITED BY "|"
                    INTO RL-P1, RL-P2, RL-P3, RL-P4
                    POINTER RL-UPTR
                END-UNSTRING
                IF (RL-P2 = "PEND" OR RL-P2 = "APPR")
                AND OQ-CNT < 200
                    ADD 1 TO OQ-CNT
                    MOVE RL-P1 TO OQ-ID(OQ-CNT)
                    MOVE RL-P3(1:5) TO OQ-TYPE(OQ-CNT)
                    MOVE RL-P4 TO OQ-QUE(OQ-CNT)
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 彙總一筆深度樣本至 QUE+週別表(週一起算)
      *-----------------------------------------------------------
        5000-TALLYONE.
            IF DHIST-REC = SPACES OR DH-DATE IS NOT NUMERIC
                CONTINUE
            ELSE
                COMPUTE SAMPLE-CNT = FUNCTION NUMVAL(DH-CNT)
                COMPUTE SAMPLE-MAX = FUNCTION NUMVAL(DH-MAX)
                MOVE DH-DATE TO SAMPLE-NUM
                COMPUTE SAMPLE-INT =
                        FUNCTION INTEGER-OF-DATE(SAMPLE-NUM)
                COMPUTE SAMPLE-WEEK = (SAMPLE-INT - 1) / 7

                MOVE 0 TO QW-HIT
                PERFORM VARYING QW-IDX FROM 1 BY 1
                        UNTIL QW-IDX > QW-CNT OR QW-HIT > 0
                    IF QW-QUE(QW-IDX) = DH-QUE
                    AND QW-TYPE(QW-IDX) = DH-TYPE
                    AND QW-WEEK(QW-IDX) = SAMPLE-WEEK
                        MOVE QW-IDX TO QW-HIT
                    END-IF
                END-PERFORM

                IF QW-HIT = 0
                    IF QW-CNT < 2000
                        COMPUTE QW-CNT = QW-CNT + 1
                        MOVE QW-CNT TO QW-HIT
                        MOVE DH-QUE TO QW-QUE(QW-HIT)
                        MOVE DH-TYPE TO QW-TYPE(QW-HIT)
                        MOVE SAMPLE-WEEK TO QW-WEEK(QW-HIT)
                        MOVE -1 TO QW-PEAK(QW-HIT)
                        MOVE 0 TO QW-LASTINT(QW-HIT)
                    ELSE
                        MOVE "Y" TO QW-FULL-SW
                    END-IF
                END-IF

                IF QW-HIT > 0
                    IF SAMPLE-CNT > QW-PEAK(QW-HIT)
                        MOVE SAMPLE-CNT TO QW-PEAK(QW-HIT)
                    END-IF
                    IF SAMPLE-INT >= QW-LASTINT(QW-HIT)
                        MOVE SAMPLE-INT TO QW-LASTINT(QW-HIT)
                        MOVE SAMPLE-MAX TO QW-CAP(QW-HIT)
                    END-IF
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 產出報表：逐 QUE 預測，必要時送件
      *-----------------------------------------------------------
        7000-REPORT.
            MOVE SPACES TO RPT-REC.
            MOVE "MWCAPFC - QUE CAPACITY FORECAST" TO RPT-REC.
            PERFORM 7900-RPTWRITE.

            MOVE HORIZON-DAYS TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            IF CAL-LOADED
                STRING "HORIZON : " FUNCTION TRIM(CNT-DISP)
                       " BUSINESS DAYS, THROUGH " HZN-NUM
                       DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
            ELSE
                STRING "HORIZON : " FUNCTION TRIM(CNT-DISP)
                       " CALENDAR DAYS(NO MWCAL), THROUGH " HZN-NUM
                       DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
            END-IF.
            PERFORM 7900-RPTWRITE.

            MOVE K-MQMSGMAX TO CNT-DISP.
            MOVE K-MQSIZEMAX TO CNT-DISP2.
            MOVE SPACES TO RPT-REC.
            STRING "KERNEL  : msg_max=" FUNCTION TRIM(CNT-DISP)
                   " msgsize_max=" FUNCTION TRIM(CNT-DISP2)
                   DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            IF DRYRUN-ON
                MOVE SPACES TO RPT-REC
                MOVE "MODE    : REPORT ONLY(-n), NO REQUESTS FILED"
                    TO RPT-REC
                PERFORM 7900-RPTWRITE
            END-IF.
            MOVE ALL "-" TO RPT-REC(1:60).
            PERFORM 7900-RPTWRITE.

            PERFORM VARYING QW-IDX FROM 1 BY 1
                    UNTIL QW-IDX > QW-CNT
      * 每個 QUE 只在其第一筆出現時處理一次
                MOVE SPACE TO DONE-SW
                PERFORM VARYING QW-IDX2 FROM 1 BY 1
                        UNTIL QW-IDX2 >= QW-IDX
                    IF QW-QUE(QW-IDX2) = QW-QUE(QW-IDX)
                    AND QW-TYPE(QW-IDX2) = QW-TYPE(QW-IDX)
                        MOVE "Y" TO DONE-SW
                        MOVE QW-IDX TO QW-IDX2
                    END-IF
                END-PERFORM
                IF DONE-SW NOT = "Y"
                    PERFORM 7100-QUEFCST THRU 7100-EXIT
                END-IF
            END-PERFORM.

            MOVE ALL "-" TO RPT-REC(1:60).
            PERFORM 7900-RPTWRITE.
            MOVE QUE-TOT TO CNT-DISP.
            MOVE RISK-TOT TO CNT-DISP2.
            MOVE SPACES TO RPT-REC.
            STRING "QUES=" FUNCTION TRIM(CNT-DISP)
                   " FULL WITHIN HORIZON=" FUNCTION TRIM(CNT-DISP2)
                   DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE FILED-TOT TO CNT-DISP.
            MOVE CEIL-TOT TO CNT-DISP2.
            MOVE SPACES TO RPT-REC.
            STRING "REQUESTS FILED=" FUNCTION TRIM(CNT-DISP)
                   " AT KERNEL CEILING=" FUNCTION TRIM(CNT-DISP2)
                   DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

      *-----------------------------------------------------------
      * 單一 QUE：週尖峰迴歸、滿載日推估、建議容量與送件
      *-----------------------------------------------------------
        7100-QUEFCST.
            ADD 1 TO QUE-TOT.
            MOVE QW-QUE(QW-IDX) TO FC-QUE.
            MOVE QW-TYPE(QW-IDX) TO FC-TYPE.

      * 首週/末週
            MOVE QW-WEEK(QW-IDX) TO FC-X0.
            MOVE QW-WEEK(QW-IDX) TO FC-XLAST.
            MOVE 0 TO FC-LASTINT.
            PERFORM VARYING QW-IDX2 FROM QW-IDX BY 1
                    UNTIL QW-IDX2 > QW-CNT
                IF QW-QUE(QW-IDX2) = FC-QUE
                AND QW-TYPE(QW-IDX2) = FC-TYPE
                    IF QW-WEEK(QW-IDX2) < FC-X0
                        MOVE QW-WEEK(QW-IDX2) TO FC-X0
                    END-IF
                    IF QW-WEEK(QW-IDX2) >= FC-XLAST
                        MOVE QW-WEEK(QW-IDX2) TO FC-XLAST
                        MOVE QW-PEAK(QW-IDX2) TO FC-LASTPEAK
                        MOVE QW-CAP(QW-IDX2) TO FC-CAP
                        MOVE QW-LASTINT(QW-IDX2) TO FC-LASTINT
                    END-IF
                END-IF
            END-PERFORM.

      * 最小平方和
            MOVE 0 TO FC-N.
            MOVE 0 TO FC-SX.
            MOVE 0 TO FC-SY.
            MOVE 0 TO FC-SXY.
            MOVE 0 TO FC-SXX.
            PERFORM VARYING QW-IDX2 FROM QW-IDX BY 1
                    UNTIL QW-IDX2 > QW-CNT
                IF QW-QUE(QW-IDX2) = FC-QUE
                AND QW-TYPE(QW-IDX2) = FC-TYPE
                    COMPUTE FC-X = QW-WEEK(QW-IDX2) - FC-X0
                    ADD 1 TO FC-N
                    ADD FC-X TO FC-SX
                    ADD QW-PEAK(QW-IDX2) TO FC-SY
                    COMPUTE FC-SXY = FC-SXY
                            + FC-X * QW-PEAK(QW-IDX2)
                    COMPUTE FC-SXX = FC-SXX + FC-X * FC-X
                END-IF
            END-PERFORM.
            COMPUTE FC-XLAST = FC-XLAST - FC-X0.

      * 容量以 QUE 主檔 LIVE 登錄為准，查無時沿用歷史檔最後容量
            MOVE SPACE TO FC-REGM-SW.
            MOVE 0 TO FC-SIZE.
            MOVE "N" TO FC-PROD.
            IF REGM-FILE-STAT = "00"
                MOVE FC-QUE TO REGM-QUE-NAME
                MOVE FC-TYPE TO REGM-QUE-TYPE
                READ QUE-REGM-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF REGM-LIVE
                            MOVE "Y" TO FC-REGM-SW
                            COMPUTE FC-CAP =
                                    FUNCTION NUMVAL(REGM-MAX)
                            COMPUTE FC-SIZE =
                                    FUNCTION NUMVAL(REGM-SIZE)
                            MOVE REGM-PROD-FLAG TO FC-PROD
                        END-IF
                END-READ
            END-IF.

            MOVE SPACES TO RPT-REC.
            STRING "QUE " FC-TYPE " " FC-QUE(1:50)
                   DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE FC-N TO CNT-DISP.
            MOVE FC-LASTPEAK TO CNT-DISP2.
            MOVE FC-CAP TO CNT-DISP3.
            MOVE SPACES TO RPT-REC.
            STRING "  WEEKS=" FUNCTION TRIM(CNT-DISP)
                   " LAST PEAK=" FUNCTION TRIM(CNT-DISP2)
                   " CAPACITY=" FUNCTION TRIM(CNT-DISP3)
                   DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            IF FC-N < MIN-WEEKS
                MOVE SPACES TO RPT-REC
                MOVE "  INSUFFICIENT HISTORY - NO FORECAST" TO RPT-REC
                PERFORM 7900-RPTWRITE
                GO TO 7100-EXIT
            END-IF.

            IF FC-CAP <= 0
                MOVE SPACES TO RPT-REC
                MOVE "  CAPACITY UNKNOWN - NO FORECAST" TO RPT-REC
                PERFORM 7900-RPTWRITE
                GO TO 7100-EXIT
            END-IF.

      * 斜率(每週成長量 x100)與最後一週擬合尖峰
            COMPUTE FC-DEN = FC-N * FC-SXX - FC-SX * FC-SX.
            IF FC-DEN = 0
                MOVE 0 TO FC-SLOPE100
            ELSE
                COMPUTE FC-SLOPE100 =
                        ((FC-N * FC-SXY - FC-SX * FC-SY) * 100)
                        / FC-DEN
            END-IF.
            COMPUTE FC-FITLAST =
                    (FC-SY * 100
                     + FC-SLOPE100 * (FC-N * FC-XLAST - FC-SX))
                    / (FC-N * 100).
            COMPUTE FC-GROW ROUNDED = FC-SLOPE100 / 100.

            MOVE FC-GROW TO CNT-DISP.
            MOVE FC-FITLAST TO CNT-DISP2.
            MOVE SPACES TO RPT-REC.
            STRING "  GROWTH/WEEK=" FUNCTION TRIM(CNT-DISP)
                   " FITTED PEAK=" FUNCTION TRIM(CNT-DISP2)
                   DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            IF FC-SLOPE100 <= 0
                MOVE SPACES TO RPT-REC
                MOVE "  NOT GROWING - NO FILL DATE" TO RPT-REC
                PERFORM 7900-RPTWRITE
                GO TO 7100-EXIT
            END-IF.

      * 滿載日 = 最後樣本日 + (容量 - 擬合尖峰) / 每週成長 x 7 天
            IF FC-FITLAST >= FC-CAP
                MOVE 0 TO FC-DAYS
            ELSE
                COMPUTE FC-DAYS =
                        ((FC-CAP - FC-FITLAST) * 700
                         + FC-SLOPE100 - 1) / FC-SLOPE100
            END-IF.
            IF FC-DAYS > 36500
                MOVE 36500 TO FC-DAYS
            END-IF.
            COMPUTE FC-FULLINT = FC-LASTINT + FC-DAYS.
            COMPUTE FC-FULLNUM =
                    FUNCTION DATE-OF-INTEGER(FC-FULLINT).
            MOVE FC-FULLNUM TO FC-FULLDATE.

            IF FC-FULLINT > HZN-INT
                MOVE SPACES TO RPT-REC
                STRING "  PROJECTED FULL " FC-FULLDATE
                       " - BEYOND HORIZON"
                       DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                GO TO 7100-EXIT
            END-IF.

            ADD 1 TO RISK-TOT.
            MOVE SPACES TO RPT-REC.
            STRING "  *** PROJECTED FULL " FC-FULLDATE
                   " - WITHIN HORIZON ***"
                   DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            PERFORM 7200-RECOMMEND THRU 7200-EXIT.

        7100-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 建議容量：延伸 -plan 週加 -hr 餘裕，受核心 msg_max 限制；
      * 合格者送 PEND 容量調整申請
      *-----------------------------------------------------------
        7200-RECOMMEND.
            COMPUTE FC-PROJ =
                    FC-FITLAST + (FC-SLOPE100 * PLAN-WEEKS) / 100.
            COMPUTE FC-REC =
                    (FC-PROJ * (100 + HEADROOM-PCT) / 100 + 9)
                    / 10.
            COMPUTE FC-REC = FC-REC * 10.
            IF FC-REC <= FC-CAP
                COMPUTE FC-REC = (FC-CAP + FC-CAP / 2 + 9) / 10
                COMPUTE FC-REC = FC-REC * 10
            END-IF.

            MOVE FC-REC TO CNT-DISP.
            MOVE PLAN-WEEKS TO CNT-DISP2.
            MOVE SPACES TO RPT-REC.
            STRING "  RECOMMENDED CAPACITY=" FUNCTION TRIM(CNT-DISP)
                   " (" FUNCTION TRIM(CNT-DISP2) " WEEKS AHEAD)"
                   DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE SPACES TO FC-STAT.
            IF FC-TYPE NOT = "POSIX"
                MOVE "SYSV" TO FC-STAT
            ELSE
                IF K-MQMSGMAX > 0 AND FC-REC > K-MQMSGMAX
                    MOVE K-MQMSGMAX TO FC-REC
                    IF FC-REC <= FC-CAP
                        MOVE "CEILING" TO FC-STAT
                    ELSE
                        MOVE FC-REC TO CNT-DISP
                        MOVE SPACES TO RPT-REC
                        STRING "  CAPPED AT KERNEL msg_max="
                               FUNCTION TRIM(CNT-DISP)
                               DELIMITED BY SIZE
                            INTO RPT-REC
                        END-STRING
                        PERFORM 7900-RPTWRITE
                    END-IF
                END-IF
                IF FC-STAT = SPACES
                AND K-MQSIZEMAX > 0 AND FC-SIZE > K-MQSIZEMAX
                    MOVE "SIZE" TO FC-STAT
                END-IF
            END-IF.

            EVALUATE FC-STAT
                WHEN "SYSV"
                    MOVE SPACES TO RPT-REC
                    MOVE "  SYSV - KERNEL msgmnb GOVERNS, MANUAL REVIEW"
                        TO RPT-REC
                    PERFORM 7900-RPTWRITE
                    GO TO 7200-EXIT
                WHEN "CEILING"
                    ADD 1 TO CEIL-TOT
                    MOVE K-MQMSGMAX TO CNT-DISP
                    MOVE SPACES TO RPT-REC
                    STRING "  KERNEL CEILING msg_max="
                           FUNCTION TRIM(CNT-DISP)
                           " - NOT FILED, RAISE KERNEL LIMIT"
                           DELIMITED BY SIZE
                        INTO RPT-REC
                    END-STRING
                    PERFORM 7900-RPTWRITE
                    GO TO 7200-EXIT
                WHEN "SIZE"
                    ADD 1 TO CEIL-TOT
                    MOVE K-MQSIZEMAX TO CNT-DISP
                    MOVE SPACES TO RPT-REC
                    STRING "  MSG SIZE > KERNEL msgsize_max="
                           FUNCTION TRIM(CNT-DISP)
                           " - NOT FILED"
                           DELIMITED BY SIZE
                        INTO RPT-REC
                    END-STRING
                    PERFORM 7900-RPTWRITE
                    GO TO 7200-EXIT
            END-EVALUATE.

            IF NOT FC-IN-REGM
                MOVE SPACES TO RPT-REC
                MOVE "  NOT LIVE IN QUEREGM - NOT FILED" TO RPT-REC
                PERFORM 7900-RPTWRITE
                GO TO 7200-EXIT
            END-IF.

            MOVE 0 TO OQ-HIT.
            PERFORM VARYING OQ-IDX FROM 1 BY 1
                    UNTIL OQ-IDX > OQ-CNT OR OQ-HIT > 0
                IF OQ-QUE(OQ-IDX) = FC-QUE
                AND OQ-TYPE(OQ-IDX) = FC-TYPE
                    MOVE OQ-IDX TO OQ-HIT
                END-IF
            END-PERFORM.
            IF OQ-HIT > 0
                MOVE SPACES TO RPT-REC
                STRING "  REQUEST " FUNCTION TRIM(OQ-ID(OQ-HIT))
                       " ALREADY OPEN - NOT FILED"
                       DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                GO TO 7200-EXIT
            END-IF.

            IF DRYRUN-ON
                GO TO 7200-EXIT
            END-IF.

            PERFORM 7300-FILEREQ THRU 7300-EXIT.

        7200-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 附加一筆 PEND 容量調整申請(格式同 MWQREQ 待辦檔，KIND=RSZ)
      *-----------------------------------------------------------
        7300-FILEREQ.
            IF REQ-CNT >= 200
                MOVE SPACES TO RPT-REC
                MOVE "  REQUEST FILE FULL - NOT FILED" TO RPT-REC
                PERFORM 7900-RPTWRITE
                GO TO 7300-EXIT
            END-IF.

            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT OPER-ID FROM ENVIRONMENT-VALUE.
            IF OPER-ID = SPACES
                MOVE "MWCAPFC" TO OPER-ID
            END-IF.

      * 理由欄：預測滿載日/每週成長/現有容量(不得含 |)
            MOVE FC-GROW TO CNT-DISP.
            MOVE FC-CAP TO CNT-DISP2.
            MOVE SPACES TO JUST-TXT.
            STRING "FORECAST FULL " FC-FULLDATE
                   " GROWTH/WK " FUNCTION TRIM(CNT-DISP)
                   " CAP " FUNCTION TRIM(CNT-DISP2)
                   DELIMITED BY SIZE
                INTO JUST-TXT
            END-STRING.

            COMPUTE NEW-ID = REQ-CNT + 1.
            MOVE NEW-ID TO ID-DISP.
            MOVE FC-REC TO MAX-DISP.
            MOVE FC-SIZE TO SIZE-DISP.
            MOVE SPACES TO QREQ-REC.
            STRING FUNCTION TRIM(ID-DISP) "|"
                   "PEND" "|"
                   FUNCTION TRIM(FC-TYPE) "|"
                   FUNCTION TRIM(FC-QUE) "|"
                   MAX-DISP "|" SIZE-DISP "|"
                   FC-PROD "|"
                   FUNCTION TRIM(OPER-ID) "|"
                   TODAY-DATE "|"
                   FUNCTION TRIM(JUST-TXT) "|"
                   "|"
                   "|"
                   "RSZ"
                   DELIMITED BY SIZE
                INTO QREQ-REC
            END-STRING.

            OPEN EXTEND QREQ-FILE.
            IF QREQ-FILE-STAT = "35"
                OPEN OUTPUT QREQ-FILE
            END-IF.
            IF QREQ-FILE-STAT NOT = "00"
                MOVE SPACES TO ERR-TXT
                STRING "MWQREQS OPEN FAILED, STATUS " QREQ-FILE-STAT
                       DELIMITED BY SIZE
                    INTO ERR-TXT
                END-STRING
                MOVE SPACES TO RPT-REC
                STRING "  " ERR-TXT DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                MOVE MWRC-FILE TO RET-CODE
                PERFORM 1900-INCLOG
                GO TO 7300-EXIT
            END-IF.
            WRITE QREQ-REC.
            CLOSE QREQ-FILE.

            ADD 1 TO REQ-CNT.
            ADD 1 TO FILED-TOT.
            ADD 1 TO OQ-CNT.
            IF OQ-CNT <= 200
                MOVE ID-DISP TO OQ-ID(OQ-CNT)
                MOVE FC-TYPE TO OQ-TYPE(OQ-CNT)
                MOVE FC-QUE TO OQ-QUE(OQ-CNT)
            ELSE
                MOVE 200 TO OQ-CNT
            END-IF.

            MOVE FC-REC TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "  *** REQUEST " FUNCTION TRIM(ID-DISP)
                   " FILED (PEND) : RESIZE TO "
                   FUNCTION TRIM(CNT-DISP) " ***"
                   DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE "QREQ" TO AUDIT-ACTION.
            MOVE FC-QUE TO AUDIT-QUE.
            MOVE 1 TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.

        7300-EXIT.
            CONTINUE.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:100).

        COPY "CALPD.DEF".

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
            MOVE "MWCAPFC" TO AUDIT-PGM.

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
            MOVE "MWCAPFC"       TO INCLOG-PGM.
            MOVE RET-CODE        TO INCLOG-CODE.
            MOVE ERR-TXT         TO INCLOG-MSG.
            MOVE FC-QUE TO INCLOG-QUE.
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
      * 選擇性參數 : -i hist_file , -o report_file , -h bizdays ,
      *              -plan weeks , -hr pct , -w min_weeks , -n
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            EVALUATE PARAM-PREV
                                WHEN "-i"
                                    MOVE PARAM TO HIST-FILE-NAME
                                WHEN "-o"
                                    MOVE PARAM TO RPT-FILE-NAME
                                WHEN "-h"
                                    COMPUTE HORIZON-DAYS =
                                            FUNCTION NUMVAL(PARAM)
                                WHEN "-plan"
                                    COMPUTE PLAN-WEEKS =
                                            FUNCTION NUMVAL(PARAM)
                                WHEN "-hr"
                                    COMPUTE HEADROOM-PCT =
                                            FUNCTION NUMVAL(PARAM)
                                WHEN "-w"
                                    COMPUTE MIN-WEEKS =
                                            FUNCTION NUMVAL(PARAM)
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

            IF MIN-WEEKS < 2
                MOVE 2 TO MIN-WEEKS
            END-IF.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"   MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-n"    MOVE "Y" TO DRYRUN-SW
                WHEN "-i"    MOVE PARAM TO PARAM-PREV
                WHEN "-o"    MOVE PARAM TO PARAM-PREV
                WHEN "-h"    MOVE PARAM TO PARAM-PREV
                WHEN "-plan" MOVE PARAM TO PARAM-PREV
                WHEN "-hr"   MOVE PARAM TO PARAM-PREV
                WHEN "-w"    MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-i"
                            MOVE PARAM TO HIST-FILE-NAME
                        WHEN "-o"
                            MOVE PARAM TO RPT-FILE-NAME
                        WHEN "-h"
                            COMPUTE HORIZON-DAYS =
                                    FUNCTION NUMVAL(PARAM)
                        WHEN "-plan"
                            COMPUTE PLAN-WEEKS = FUNCTION NUMVAL(PARAM)
                        WHEN "-hr"
                            COMPUTE HEADROOM-PCT =
                                    FUNCTION NUMVAL(PARAM)
                        WHEN "-w"
                            COMPUTE MIN-WEEKS = FUNCTION NUMVAL(PARAM)
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
                    MOVE SPACES TO PARAM-PREV
            END-EVALUATE.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWCAPFC - Que Capacity Forecast".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWCAPFC [options]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-i hist_file]     Depth History From MWDASH".
            DISPLAY "                     -hist(Default MWDASHHIST)".
            DISPLAY "  [-o report_file]   Report File(Default".
            DISPLAY "                     MWCAPFCOUT)".
            DISPLAY "  [-h days]          Horizon In Business Days,".
            DISPLAY "                     default 30".
            DISPLAY "  [-plan weeks]      Sizing Look-Ahead Weeks,".
            DISPLAY "                     default 26".
            DISPLAY "  [-hr pct]          Sizing Headroom, default 20".
            DISPLAY "  [-w weeks]         Min Weeks Of History,".
            DISPLAY "                     default 3".
            DISPLAY "  [-n]               Report Only, File No Request".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            DISPLAY "  Requests Are Filed PEND In MWQREQS(env".
            DISPLAY "  Override) For MWQREQ Approval".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWCAPFC.
