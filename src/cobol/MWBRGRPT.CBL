      */--------------------------------------------------------------
      * MWBRGRPT.CBL
      * 跨主機橋接對帳報表：兩端操作軌跡 + 橋接計數器逐日逐對平衡
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. MWBRIDGE 的回執只證明每個轉運檔有人收下，證明不了兩端
      *    筆數相符；區域清算組每月底要的是端到端的平衡證明
      * 2. 讀 MWMERGE 彙整的操作軌跡(AUDITLOG 環境變數指向彙整檔
      *    ，如 MERGEDAUD)中的 BRGEXP/BRGIMP 逐批紀錄，以 QUE_nnnnnn
      *    批次檔名兩端配對；營業日以匯出日為準(跨午夜的批次仍算
      *    匯出當日)，橋接對 = QUE + 匯出主機 + 匯入主機
      * 3. 每個 QUE 讀轉運目錄的橋接計數器(QUE.XSEQ/QUE.XACK)：
      *    序號大於 XACK 且尚未匯入者為在途(未回執 .XFR)；已回執
      *    卻無匯入紀錄者即為漏帳
      * 4. 逐日逐對列：匯出筆數/匯入筆數/在途筆數/在途檔數，
      *    匯出 = 匯入 + 在途才算平衡；不平衡、計數器讀不到、或
      *    轉運目錄內有回執檔(.ACK)存放超過 -ack 分鐘(匯出端未
      *    清掃，預設 60)者即標示，RETURN-CODE = 3 供 MWCHECK 檢查
      * 5. -from/-to 營業日區間(YYYYMMDD，空白不限)；-d 轉運目錄
      *    (預設依 MWBRIDGED/BRIDGE)；報表寫入 -o 並同步顯示
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWBRGRPT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MWBRGRPT-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
      * 橋接計數器檔(QUE.XSEQ/QUE.XACK)
            SELECT BRIDGE-CTR-FILE ASSIGN TO CTR-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CTR-FILE-STAT.
      * find 產出的回執檔清單(異動日時 + 路徑)
            SELECT MWBRGRPT-LIST-FILE ASSIGN TO "MWBRGRPTLS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LIST-FILE-STAT.
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  MWBRGRPT-RPT-FILE.
        01  RPT-REC                 PIC X(200).

        FD  BRIDGE-CTR-FILE.
        01  CTR-REC                 PIC X(20).

        FD  MWBRGRPT-LIST-FILE.
        01  LIST-REC                PIC X(300).
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
            88 AUDIT-EOF        VALUE "10".
        77  RPT-FILE-STAT       PIC XX.
        77  CTR-FILE-STAT       PIC XX.
        77  LIST-FILE-STAT      PIC XX.
            88 LIST-EOF         VALUE "10".
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
                                 VALUE "MWBRGRPTOUT".
        01  CTR-FILE-NAME       PIC X(256) VALUE SPACES.
        77  XFER-DIR            PIC X(FILE_NAME_LEN)
                                 VALUE SPACES.
        01  CMD-LINE            PIC X(600) VALUE SPACES.

      * 營業日區間(空白 = 不限)與回執滯留門檻(分鐘)
        77  F-FROM              PIC X(8)  VALUE SPACES.
        77  F-TO                PIC X(8)  VALUE SPACES.
        77  ACK-LIMIT           SIGNED-INT VALUE 60.

      * 逐批配對表(QUE + 批次序號)
        01  BAT-TAB.
            05  BAT-ENT OCCURS 5000 TIMES.
                10  B-QUE       PIC X(64).
                10  B-SEQ       SIGNED-LONG.
                10  B-EXP       PIC X.
                10  B-EDATE     PIC X(8).
                10  B-EHOST     PIC X(16).
                10  B-ECNT      SIGNED-LONG.
                10  B-IMP       PIC X.
                10  B-IDATE     PIC X(8).
                10  B-IHOST     PIC X(16).
                10  B-ICNT      SIGNED-LONG.
                10  B-QIDX      SIGNED-INT.
        77  BAT-CNT             SIGNED-INT VALUE 0.
        77  BAT-IDX             SIGNED-INT VALUE 0.
        77  BAT-HIT             SIGNED-INT VALUE 0.
        77  BAT-SKIP-CNT        SIGNED-INT VALUE 0.

      * 各 QUE 橋接計數器
        01  QUE-TAB.
            05  QUE-ENT OCCURS 200 TIMES.
                10  Q-QUE       PIC X(64).
                10  Q-XSEQ      SIGNED-LONG.
                10  Q-XACK      SIGNED-LONG.
                10  Q-CTR-OK    PIC X.
        77  QUE-CNT             SIGNED-INT VALUE 0.
        77  QUE-IDX             SIGNED-INT VALUE 0.
        77  QUE-HIT             SIGNED-INT VALUE 0.

      * 逐日逐對彙總(營業日 + QUE + 匯出主機)
        01  PD-TAB.
            05  PD-ENT OCCURS 1000 TIMES.
                10  PD-DATE     PIC X(8).
                10  PD-QUE      PIC X(64).
                10  PD-EHOST    PIC X(16).
                10  PD-IHOST    PIC X(16).
                10  PD-EXP      SIGNED-LONG.
                10  PD-IMP      SIGNED-LONG.
                10  PD-OUT      SIGNED-LONG.
                10  PD-OUTF     SIGNED-LONG.
                10  PD-STALE    PIC X.
        77  PD-CNT              SIGNED-INT VALUE 0.
        77  PD-IDX              SIGNED-INT VALUE 0.
        77  PD-HIT              SIGNED-INT VALUE 0.
        77  PD-KEY-DATE         PIC X(8).
        77  PD-KEY-HOST         PIC X(16).

      * 批次檔名主體 QUE_nnnnnn 拆解
        01  STEM-TXT            PIC X(64).
        77  STEM-QUE            PIC X(64).
        77  STEM-SEQ            SIGNED-LONG VALUE 0.
        77  STEM-LEN            SIGNED-INT VALUE 0.
        77  STEM-US             SIGNED-INT VALUE 0.
        77  STEM-IDX            SIGNED-INT VALUE 0.

      * 回執檔清單拆解
        77  LS-DATE             PIC X(8).
        77  LS-HHMM             PIC X(4).
        01  LS-PATH             PIC X(256).
        77  LS-LEN              SIGNED-INT VALUE 0.
        77  LS-SLASH            SIGNED-INT VALUE 0.
        77  LS-IDX              SIGNED-INT VALUE 0.

      * 時點換算(分鐘)
        77  NOW-DATE            PIC X(8).
        77  NOW-TIME            PIC X(8).
        77  NOW-INT             SIGNED-LONG VALUE 0.
        77  NOW-MINUTES         SIGNED-LONG VALUE 0.
        77  WORK-NUM            PIC 9(8).
        77  WORK-INT            SIGNED-LONG VALUE 0.
        77  ACK-AGE             SIGNED-LONG VALUE 0.

        77  EXC-SW              PIC X VALUE SPACE.
            88 EXC-SEEN         VALUE 'Y'.
        77  ROW-STAT            PIC X(9).
        77  BAD-PAIR-CNT        SIGNED-INT VALUE 0.
        77  STALE-CNT           SIGNED-INT VALUE 0.
        77  NOCTR-CNT           SIGNED-INT VALUE 0.
        77  SEC-CNT             SIGNED-INT VALUE 0.
        77  TOT-EXP             SIGNED-LONG VALUE 0.
        77  TOT-IMP             SIGNED-LONG VALUE 0.
        77  TOT-OUT             SIGNED-LONG VALUE 0.
        77  CNT-DISP            PIC -(9)9.
        77  CNT-DISP2           PIC -(9)9.
        77  CNT-DISP3           PIC -(9)9.
        77  CNT-DISP4           PIC -(5)9.
        77  SEQ-DISP            PIC 9(6).

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

      * 轉運目錄，可由環境變數 MWBRIDGED 覆蓋
            IF XFER-DIR = SPACES
                DISPLAY "MWBRIDGED" UPON ENVIRONMENT-NAME
                ACCEPT XFER-DIR FROM ENVIRONMENT-VALUE
                IF XFER-DIR = SPACES
                    MOVE "BRIDGE" TO XFER-DIR
                END-IF
            END-IF.

            ACCEPT NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT NOW-TIME FROM TIME.
            COMPUTE WORK-NUM = FUNCTION NUMVAL(NOW-DATE).
            COMPUTE NOW-INT = FUNCTION INTEGER-OF-DATE(WORK-NUM).
            COMPUTE NOW-MINUTES =
                    FUNCTION NUMVAL(NOW-TIME(1:2)) * 60
                    + FUNCTION NUMVAL(NOW-TIME(3:2)).

            OPEN OUTPUT MWBRGRPT-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            MOVE SPACES TO RPT-REC.
            MOVE "MWBRGRPT - BRIDGE RECONCILIATION" TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            STRING "  BUSINESS DAY " F-FROM " - " F-TO
                   "  RUN " NOW-DATE " " NOW-TIME(1:4)
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            OPEN INPUT AUDIT-LOG-FILE.
            IF AUDIT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN AUDITLOG, STATUS "
                        AUDIT-FILE-STAT;
                CLOSE MWBRGRPT-RPT-FILE;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            PERFORM TEST BEFORE UNTIL AUDIT-EOF
                READ AUDIT-LOG-FILE
                    AT END
                        MOVE "10" TO AUDIT-FILE-STAT
                    NOT AT END
                        PERFORM 5000-AUDONE THRU 5000-EXIT
                END-READ
            END-PERFORM.

            CLOSE AUDIT-LOG-FILE.

            IF BAT-SKIP-CNT > 0
                MOVE BAT-SKIP-CNT TO CNT-DISP
                DISPLAY "BATCH TABLE FULL, SKIPPED : " CNT-DISP
                MOVE "Y" TO EXC-SW
            END-IF.

            PERFORM 5500-CTRLOAD.
            PERFORM 6000-PAIRSUM.
            PERFORM 6500-ACKSCAN.
            PERFORM 7000-REPORT.

            CLOSE MWBRGRPT-RPT-FILE.

            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).
            IF EXC-SEEN
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
      * 一筆操作軌跡：只取 BRGEXP/BRGIMP，依 QUE+序號入配對表
      *-----------------------------------------------------------
        5000-AUDONE.
            IF AUDIT-ACTION NOT = "BRGEXP"
            AND AUDIT-ACTION NOT = "BRGIMP"
                GO TO 5000-EXIT
            END-IF.

            MOVE AUDIT-QUE TO STEM-TXT.
            PERFORM 5100-STEMPARSE.
            IF STEM-QUE = SPACES
                GO TO 5000-EXIT
            END-IF.

      * 同批同端重複紀錄(如接手重記)不覆蓋第一筆
            MOVE 0 TO BAT-HIT.
            PERFORM VARYING BAT-IDX FROM 1 BY 1
                    UNTIL BAT-IDX > BAT-CNT OR BAT-HIT > 0
                IF B-QUE(BAT-IDX) = STEM-QUE
                AND B-SEQ(BAT-IDX) = STEM-SEQ
                    IF (AUDIT-ACTION = "BRGEXP"
                        AND B-EXP(BAT-IDX) NOT = "Y")
                    OR (AUDIT-ACTION = "BRGIMP"
                        AND B-IMP(BAT-IDX) NOT = "Y")
                        MOVE BAT-IDX TO BAT-HIT
                    END-IF
                END-IF
            END-PERFORM.
            IF BAT-HIT = 0
                IF BAT-CNT >= 5000
                    COMPUTE BAT-SKIP-CNT = BAT-SKIP-CNT + 1
                    GO TO 5000-EXIT
                END-IF
                COMPUTE BAT-CNT = BAT-CNT + 1
                MOVE BAT-CNT TO BAT-HIT
                MOVE STEM-QUE TO B-QUE(BAT-HIT)
                MOVE STEM-SEQ TO B-SEQ(BAT-HIT)
                MOVE SPACE TO B-EXP(BAT-HIT)
                MOVE SPACES TO B-EDATE(BAT-HIT)
                MOVE SPACES TO B-EHOST(BAT-HIT)
                MOVE 0 TO B-ECNT(BAT-HIT)
                MOVE SPACE TO B-IMP(BAT-HIT)
                MOVE SPACES TO B-IDATE(BAT-HIT)
                MOVE SPACES TO B-IHOST(BAT-HIT)
                MOVE 0 TO B-ICNT(BAT-HIT)
                MOVE 0 TO B-QIDX(BAT-HIT)
            END-IF.

            IF AUDIT-ACTION = "BRGEXP"
                MOVE "Y" TO B-EXP(BAT-HIT)
                MOVE AUDIT-DATE TO B-EDATE(BAT-HIT)
                MOVE AUDIT-HOST TO B-EHOST(BAT-HIT)
                COMPUTE B-ECNT(BAT-HIT) = FUNCTION NUMVAL(AUDIT-CNT)
            ELSE
                MOVE "Y" TO B-IMP(BAT-HIT)
                MOVE AUDIT-DATE TO B-IDATE(BAT-HIT)
                MOVE AUDIT-HOST TO B-IHOST(BAT-HIT)
                COMPUTE B-ICNT(BAT-HIT) = FUNCTION NUMVAL(AUDIT-CNT)
            END-IF.

        5000-EXIT.
            CONTINUE.

      * QUE_nnnnnn：最後一個底線之後為 6 位序號
        5100-STEMPARSE.
            MOVE SPACES TO STEM-QUE.
            MOVE 0 TO STEM-SEQ.
            COMPUTE STEM-LEN = FUNCTION LENGTH(FUNCTION TRIM(STEM-TXT)).
            MOVE 0 TO STEM-US.
            PERFORM VARYING STEM-IDX FROM STEM-LEN BY -1
                    UNTIL STEM-IDX < 1 OR STEM-US > 0
                IF STEM-TXT(STEM-IDX:1) = "_"
                    MOVE STEM-IDX TO STEM-US
                END-IF
            END-PERFORM.
            IF STEM-US > 1 AND STEM-LEN - STEM-US = 6
                IF STEM-TXT(STEM-US + 1:6) IS NUMERIC
                    MOVE STEM-TXT(1:STEM-US - 1) TO STEM-QUE
                    COMPUTE STEM-SEQ =
                            FUNCTION NUMVAL(STEM-TXT(STEM-US + 1:6))
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 各 QUE 讀橋接計數器(匯出端最後序號 XSEQ/最後回執 XACK)
      *-----------------------------------------------------------
        5500-CTRLOAD.
            PERFORM VARYING BAT-IDX FROM 1 BY 1
                    UNTIL BAT-IDX > BAT-CNT
                MOVE 0 TO QUE-HIT
                PERFORM VARYING QUE-IDX FROM 1 BY 1
                        UNTIL QUE-IDX > QUE-CNT OR QUE-HIT > 0
                    IF Q-QUE(QUE-IDX) = B-QUE(BAT-IDX)
                        MOVE QUE-IDX TO QUE-HIT
                    END-IF
                END-PERFORM
                IF QUE-HIT = 0 AND QUE-CNT < 200
                    COMPUTE QUE-CNT = QUE-CNT + 1
                    MOVE QUE-CNT TO QUE-HIT
                    MOVE B-QUE(BAT-IDX) TO Q-QUE(QUE-HIT)
                    MOVE "Y" TO Q-CTR-OK(QUE-HIT)
                    MOVE "XSEQ" TO CTR-REC
                    PERFORM 5600-CTRREAD
                    MOVE RET-CODE TO Q-XSEQ(QUE-HIT)
                    MOVE "XACK" TO CTR-REC
                    PERFORM 5600-CTRREAD
                    MOVE RET-CODE TO Q-XACK(QUE-HIT)
                END-IF
                MOVE QUE-HIT TO B-QIDX(BAT-IDX)
            END-PERFORM.

      * 讀一個計數器(CTR-REC 先放 XSEQ/XACK)，值放 RET-CODE；
      * 檔不在即標示該 QUE 計數器不可用
        5600-CTRREAD.
            MOVE SPACES TO CTR-FILE-NAME.
            STRING FUNCTION TRIM(XFER-DIR) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(Q-QUE(QUE-HIT)) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   CTR-REC(1:4) DELIMITED BY SIZE
                INTO CTR-FILE-NAME.
            MOVE 0 TO RET-CODE.
            MOVE SPACES TO CTR-FILE-STAT.
            OPEN INPUT BRIDGE-CTR-FILE.
            IF CTR-FILE-STAT = "00"
                READ BRIDGE-CTR-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        COMPUTE RET-CODE = FUNCTION NUMVAL(CTR-REC)
                END-READ
                CLOSE BRIDGE-CTR-FILE
            ELSE
                MOVE "N" TO Q-CTR-OK(QUE-HIT)
            END-IF.

      *-----------------------------------------------------------
      * 逐批歸入營業日 + 橋接對：已匯入/在途(序號大於 XACK)/
      * 已回執卻無匯入(漏帳)；無匯出紀錄的匯入以匯入日歸列
      *-----------------------------------------------------------
        6000-PAIRSUM.
            PERFORM VARYING BAT-IDX FROM 1 BY 1
                    UNTIL BAT-IDX > BAT-CNT
                IF B-EXP(BAT-IDX) = "Y"
                    MOVE B-EDATE(BAT-IDX) TO PD-KEY-DATE
                ELSE
                    MOVE B-IDATE(BAT-IDX) TO PD-KEY-DATE
                END-IF
                MOVE B-EHOST(BAT-IDX) TO PD-KEY-HOST
                IF (F-FROM = SPACES OR PD-KEY-DATE >= F-FROM)
                AND (F-TO = SPACES OR PD-KEY-DATE <= F-TO)
                    PERFORM 6100-PAIRADD
                END-IF
            END-PERFORM.

        6100-PAIRADD.
            MOVE 0 TO PD-HIT.
            PERFORM VARYING PD-IDX FROM 1 BY 1
                    UNTIL PD-IDX > PD-CNT OR PD-HIT > 0
                IF PD-DATE(PD-IDX) = PD-KEY-DATE
                AND PD-QUE(PD-IDX) = B-QUE(BAT-IDX)
                AND PD-EHOST(PD-IDX) = PD-KEY-HOST
                    MOVE PD-IDX TO PD-HIT
                END-IF
            END-PERFORM.
            IF PD-HIT = 0
                IF PD-CNT >= 1000
                    MOVE "Y" TO EXC-SW
                    DISPLAY "PAIR TABLE FULL, BATCH NOT SUMMED"
                ELSE
                    COMPUTE PD-CNT = PD-CNT + 1
                    MOVE PD-CNT TO PD-HIT
                    MOVE PD-KEY-DATE TO PD-DATE(PD-HIT)
                    MOVE B-QUE(BAT-IDX) TO PD-QUE(PD-HIT)
                    MOVE PD-KEY-HOST TO PD-EHOST(PD-HIT)
                    MOVE SPACES TO PD-IHOST(PD-HIT)
                    MOVE 0 TO PD-EXP(PD-HIT)
                    MOVE 0 TO PD-IMP(PD-HIT)
                    MOVE 0 TO PD-OUT(PD-HIT)
                    MOVE 0 TO PD-OUTF(PD-HIT)
                    MOVE SPACE TO PD-STALE(PD-HIT)
                END-IF
            END-IF.
            IF PD-HIT > 0
                ADD B-ECNT(BAT-IDX) TO PD-EXP(PD-HIT)
                IF B-IMP(BAT-IDX) = "Y"
                    ADD B-ICNT(BAT-IDX) TO PD-IMP(PD-HIT)
                    IF PD-IHOST(PD-HIT) = SPACES
                        MOVE B-IHOST(BAT-IDX) TO PD-IHOST(PD-HIT)
                    END-IF
                ELSE
                    MOVE B-QIDX(BAT-IDX) TO QUE-IDX
                    IF QUE-IDX > 0
                        IF B-SEQ(BAT-IDX) > Q-XACK(QUE-IDX)
                            ADD B-ECNT(BAT-IDX) TO PD-OUT(PD-HIT)
                            ADD 1 TO PD-OUTF(PD-HIT)
                        END-IF
                    END-IF
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 轉運目錄內的回執檔：存放超過門檻即匯出端未清掃
      *-----------------------------------------------------------
        6500-ACKSCAN.
            MOVE SPACES TO CMD-LINE.
            STRING "rm -f MWBRGRPTLS; find " DELIMITED BY SIZE
                   FUNCTION TRIM(XFER-DIR) DELIMITED BY SIZE
                   " -maxdepth 1 -type f -name '*.ACK'"
                   DELIMITED BY SIZE
                   " -printf '%TY%Tm%Td %TH%TM %p\n'"
                   DELIMITED BY SIZE
                   " > MWBRGRPTLS 2>/dev/null"
                   DELIMITED BY SIZE
                INTO CMD-LINE
            END-STRING.
            CALL "SYSTEM" USING CMD-LINE.

            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:60).
            PERFORM 7900-RPTWRITE.
            MOVE ACK-LIMIT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "ACKS OLDER THAN " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                   " MIN IN " DELIMITED BY SIZE
                   FUNCTION TRIM(XFER-DIR) DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE SPACES TO LIST-FILE-STAT.
            OPEN INPUT MWBRGRPT-LIST-FILE.
            IF LIST-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL LIST-EOF
                    READ MWBRGRPT-LIST-FILE
                        AT END
                            MOVE "10" TO LIST-FILE-STAT
                        NOT AT END
                            PERFORM 6600-ACKONE THRU 6600-EXIT
                    END-READ
                END-PERFORM
                CLOSE MWBRGRPT-LIST-FILE
            END-IF.

            IF STALE-CNT = 0
                MOVE SPACES TO RPT-REC
                MOVE "  (NONE)" TO RPT-REC
                PERFORM 7900-RPTWRITE
            END-IF.

        6600-ACKONE.
            IF LIST-REC = SPACES
                GO TO 6600-EXIT
            END-IF.
            MOVE LIST-REC(1:8) TO LS-DATE.
            MOVE LIST-REC(10:4) TO LS-HHMM.
            MOVE SPACES TO LS-PATH.
            MOVE LIST-REC(15:256) TO LS-PATH.
            IF LS-DATE IS NOT NUMERIC OR LS-HHMM IS NOT NUMERIC
                GO TO 6600-EXIT
            END-IF.

            COMPUTE WORK-NUM = FUNCTION NUMVAL(LS-DATE).
            COMPUTE WORK-INT = FUNCTION INTEGER-OF-DATE(WORK-NUM).
            COMPUTE ACK-AGE = (NOW-INT - WORK-INT) * 1440
                    + NOW-MINUTES
                    - FUNCTION NUMVAL(LS-HHMM(1:2)) * 60
                    - FUNCTION NUMVAL(LS-HHMM(3:2)).
            IF ACK-AGE < ACK-LIMIT
                GO TO 6600-EXIT
            END-IF.

      * 路徑拆出檔名主體(去目錄與 .ACK)
            COMPUTE LS-LEN = FUNCTION LENGTH(FUNCTION TRIM(LS-PATH)).
            MOVE 0 TO LS-SLASH.
            PERFORM VARYING LS-IDX FROM LS-LEN BY -1
                    UNTIL LS-IDX < 1 OR LS-SLASH > 0
                IF LS-PATH(LS-IDX:1) = "/"
                    MOVE LS-IDX TO LS-SLASH
                END-IF
            END-PERFORM.
            MOVE SPACES TO STEM-TXT.
            IF LS-LEN - LS-SLASH > 4
                MOVE LS-PATH(LS-SLASH + 1:LS-LEN - LS-SLASH - 4)
                  TO STEM-TXT
            END-IF.
            PERFORM 5100-STEMPARSE.

            COMPUTE STALE-CNT = STALE-CNT + 1.
            MOVE "Y" TO EXC-SW.
            MOVE ACK-AGE TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "  " STEM-TXT(1:48) " " LS-DATE " " LS-HHMM
                   " AGE(MIN) " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

      * 標到該批所屬的營業日橋接對
            IF STEM-QUE NOT = SPACES
                MOVE 0 TO BAT-HIT
                PERFORM VARYING BAT-IDX FROM 1 BY 1
                        UNTIL BAT-IDX > BAT-CNT OR BAT-HIT > 0
                    IF B-QUE(BAT-IDX) = STEM-QUE
                    AND B-SEQ(BAT-IDX) = STEM-SEQ
                        MOVE BAT-IDX TO BAT-HIT
                    END-IF
                END-PERFORM
                IF BAT-HIT > 0
                    IF B-EXP(BAT-HIT) = "Y"
                        MOVE B-EDATE(BAT-HIT) TO PD-KEY-DATE
                    ELSE
                        MOVE B-IDATE(BAT-HIT) TO PD-KEY-DATE
                    END-IF
                    PERFORM VARYING PD-IDX FROM 1 BY 1
                            UNTIL PD-IDX > PD-CNT
                        IF PD-DATE(PD-IDX) = PD-KEY-DATE
                        AND PD-QUE(PD-IDX) = STEM-QUE
                        AND PD-EHOST(PD-IDX) = B-EHOST(BAT-HIT)
                            MOVE "Y" TO PD-STALE(PD-IDX)
                        END-IF
                    END-PERFORM
                END-IF
            END-IF.

        6600-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 報表：逐日逐對平衡表、不平衡批次明細、計數器
      *-----------------------------------------------------------
        7000-REPORT.
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:60).
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            STRING "DAY      QUE                            "
                   "EXPORT HOST>IMPORT HOST  "
                   "  EXPORTED   IMPORTED OUTSTANDING XFR STATUS"
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            PERFORM VARYING PD-IDX FROM 1 BY 1
                    UNTIL PD-IDX > PD-CNT
                MOVE "OK" TO ROW-STAT
                IF PD-EXP(PD-IDX) NOT =
                   PD-IMP(PD-IDX) + PD-OUT(PD-IDX)
                    MOVE "UNBAL" TO ROW-STAT
                END-IF
                IF PD-STALE(PD-IDX) = "Y"
                    IF ROW-STAT = "OK"
                        MOVE "STALEACK" TO ROW-STAT
                    ELSE
                        MOVE "UNBAL+ACK" TO ROW-STAT
                    END-IF
                END-IF
                IF ROW-STAT NOT = "OK"
                    COMPUTE BAD-PAIR-CNT = BAD-PAIR-CNT + 1
                    MOVE "Y" TO EXC-SW
                END-IF
                ADD PD-EXP(PD-IDX) TO TOT-EXP
                ADD PD-IMP(PD-IDX) TO TOT-IMP
                ADD PD-OUT(PD-IDX) TO TOT-OUT
                MOVE PD-EXP(PD-IDX) TO CNT-DISP
                MOVE PD-IMP(PD-IDX) TO CNT-DISP2
                MOVE PD-OUT(PD-IDX) TO CNT-DISP3
                MOVE PD-OUTF(PD-IDX) TO CNT-DISP4
                MOVE SPACES TO RPT-REC
                STRING PD-DATE(PD-IDX) " "
                       PD-QUE(PD-IDX)(1:30) " "
                       PD-EHOST(PD-IDX)(1:11) ">"
                       PD-IHOST(PD-IDX)(1:11) " "
                       CNT-DISP CNT-DISP2 " " CNT-DISP3
                       CNT-DISP4 " " ROW-STAT
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-PERFORM.
            IF PD-CNT = 0
                MOVE SPACES TO RPT-REC
                MOVE "  (NO BRIDGE BATCHES IN PERIOD)" TO RPT-REC
                PERFORM 7900-RPTWRITE
            END-IF.

      * 不平衡批次明細
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:60).
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE "UNBALANCED BATCHES (EXPORTED/IMPORTED)" TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE 0 TO SEC-CNT.
            PERFORM VARYING BAT-IDX FROM 1 BY 1
                    UNTIL BAT-IDX > BAT-CNT
                PERFORM 7100-BATCHK
            END-PERFORM.
            IF SEC-CNT = 0
                MOVE SPACES TO RPT-REC
                MOVE "  (NONE)" TO RPT-REC
                PERFORM 7900-RPTWRITE
            END-IF.

      * 橋接計數器
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:60).
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE "BRIDGE COUNTERS (LAST EXPORTED/LAST ACKED/UNACKED)"
                TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            PERFORM VARYING QUE-IDX FROM 1 BY 1
                    UNTIL QUE-IDX > QUE-CNT
                MOVE SPACES TO RPT-REC
                IF Q-CTR-OK(QUE-IDX) = "Y"
                    MOVE Q-XSEQ(QUE-IDX) TO CNT-DISP
                    MOVE Q-XACK(QUE-IDX) TO CNT-DISP2
                    COMPUTE CNT-DISP3 =
                            Q-XSEQ(QUE-IDX) - Q-XACK(QUE-IDX)
                    STRING "  " Q-QUE(QUE-IDX)(1:40) " "
                           CNT-DISP " / " CNT-DISP2 " / " CNT-DISP3
                           DELIMITED BY SIZE INTO RPT-REC
                    END-STRING
                ELSE
                    COMPUTE NOCTR-CNT = NOCTR-CNT + 1
                    MOVE "Y" TO EXC-SW
                    STRING "  " Q-QUE(QUE-IDX)(1:40) " "
                           "*** COUNTERS NOT FOUND, CANNOT PROVE ***"
                           DELIMITED BY SIZE INTO RPT-REC
                    END-STRING
                END-IF
                PERFORM 7900-RPTWRITE
            END-PERFORM.

            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:60).
            PERFORM 7900-RPTWRITE.
            MOVE TOT-EXP TO CNT-DISP.
            MOVE TOT-IMP TO CNT-DISP2.
            MOVE TOT-OUT TO CNT-DISP3.
            MOVE SPACES TO RPT-REC.
            STRING "TOTAL EXPORTED/IMPORTED/OUTSTANDING : "
                   CNT-DISP " / " CNT-DISP2 " / " CNT-DISP3
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE BAD-PAIR-CNT TO CNT-DISP.
            MOVE STALE-CNT TO CNT-DISP2.
            MOVE NOCTR-CNT TO CNT-DISP3.
            MOVE SPACES TO RPT-REC.
            STRING "FLAGGED PAIR-DAYS/STALE ACKS/NO COUNTERS : "
                   CNT-DISP " / " CNT-DISP2 " / " CNT-DISP3
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            IF EXC-SEEN
                MOVE "RESULT : NOT BALANCED" TO RPT-REC
            ELSE
                MOVE "RESULT : BALANCED" TO RPT-REC
            END-IF.
            PERFORM 7900-RPTWRITE.

      * 一批：筆數不符、已回執無匯入、匯入無匯出即列出
        7100-BATCHK.
            IF B-EXP(BAT-IDX) = "Y"
                MOVE B-EDATE(BAT-IDX) TO PD-KEY-DATE
            ELSE
                MOVE B-IDATE(BAT-IDX) TO PD-KEY-DATE
            END-IF.
            IF (F-FROM NOT = SPACES AND PD-KEY-DATE < F-FROM)
            OR (F-TO NOT = SPACES AND PD-KEY-DATE > F-TO)
                CONTINUE
            ELSE
                MOVE SPACES TO ROW-STAT
                MOVE B-QIDX(BAT-IDX) TO QUE-IDX
                EVALUATE TRUE
                    WHEN B-EXP(BAT-IDX) NOT = "Y"
                        MOVE "NO EXP" TO ROW-STAT
                    WHEN B-IMP(BAT-IDX) = "Y"
                        IF B-ICNT(BAT-IDX) NOT = B-ECNT(BAT-IDX)
                            MOVE "COUNT" TO ROW-STAT
                        END-IF
                    WHEN QUE-IDX > 0
                        IF B-SEQ(BAT-IDX) <= Q-XACK(QUE-IDX)
                            MOVE "NO IMP" TO ROW-STAT
                        END-IF
                END-EVALUATE
                IF ROW-STAT NOT = SPACES
                    COMPUTE SEC-CNT = SEC-CNT + 1
                    MOVE B-SEQ(BAT-IDX) TO SEQ-DISP
                    MOVE B-ECNT(BAT-IDX) TO CNT-DISP
                    MOVE B-ICNT(BAT-IDX) TO CNT-DISP2
                    MOVE SPACES TO RPT-REC
                    STRING "  " PD-KEY-DATE " "
                           B-QUE(BAT-IDX)(1:30) "_" SEQ-DISP " "
                           CNT-DISP " / " CNT-DISP2 " " ROW-STAT
                           DELIMITED BY SIZE INTO RPT-REC
                    END-STRING
                    PERFORM 7900-RPTWRITE
                END-IF
            END-IF.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:120).

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
            MOVE "MWBRGRPT"      TO INCLOG-PGM.
            MOVE RET-CODE        TO INCLOG-CODE.
            MOVE ERR-TXT(1:ERR-LEN) TO INCLOG-MSG.
            MOVE SPACES TO INCLOG-QUE.
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
      * 選擇性參數 : -from yyyymmdd , -to yyyymmdd , -d transfer_dir ,
      *              -ack ack_min , -o rpt_file
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            EVALUATE PARAM-PREV
                                WHEN SPACES
                                    IF PARAM NOT = SPACES
                                        PERFORM 2500-SETPARAM
                                    END-IF
                                WHEN OTHER
                                    PERFORM 2500-SETPARAM
                            END-EVALUATE
                        ELSE
                            PERFORM 2500-SETPARAM
                        END-IF
                END-UNSTRING
            END-PERFORM.

            IF PARAM-PREV NOT = SPACES OR ACK-LIMIT < 1
                GO TO 3000-PERR
            END-IF.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"   MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-from"   MOVE PARAM TO PARAM-PREV
                WHEN "-to"     MOVE PARAM TO PARAM-PREV
                WHEN "-d"      MOVE PARAM TO PARAM-PREV
                WHEN "-ack"    MOVE PARAM TO PARAM-PREV
                WHEN "-o"      MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-from"
                            MOVE PARAM TO F-FROM
                        WHEN "-to"
                            MOVE PARAM TO F-TO
                        WHEN "-d"
                            MOVE PARAM TO XFER-DIR
                        WHEN "-ack"
                            COMPUTE ACK-LIMIT = FUNCTION NUMVAL(PARAM)
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

            DISPLAY "MWBRGRPT - Bridge Reconciliation Report".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWBRGRPT [options]".
            DISPLAY "  (Point AUDITLOG At The MWMERGE Output)".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-from yyyymmdd]   First Business Day".
            DISPLAY "  [-to yyyymmdd]     Last Business Day".
            DISPLAY "  [-d transfer_dir]  Transfer Dir(Default BRIDGE,".
            DISPLAY "                     env MWBRIDGED)".
            DISPLAY "  [-ack ack_min]     Flag Acks Older Than N Min,".
            DISPLAY "                     default 60".
            DISPLAY "  [-o rpt_file]      Report, default MWBRGRPTOUT".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            DISPLAY "  RETURN-CODE 3 When Any Pair Is Unbalanced".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWBRGRPT.
