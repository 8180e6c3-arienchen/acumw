      */--------------------------------------------------------------
      * MWFMTRPT.CBL
      * 歸檔訊息格式符合度報表
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. MWFMTS 格式規則只在閘道(MQSEND/MSGSEND -m、MWSPOOL、
      *    MWFEED)檢核；直接 CALL IPC$MQ 的應用程式，以及經
      *    MWBRIDGE/MWTEE/MWROUTE 轉入的訊息從未被檢查。本程式把
      *    同一份規則套到某日 MWSINK 歸檔(ARCH_DIR/QUE_yyyymmdd
      *    .LOG/.BLG)的每筆訊息上，事後量出各 QUE 的違規率
      * 2. 每筆訊息逐條套用全部適用規則(不在第一條違規即停)，
      *    分 QUE、分規則計違規筆數；CTLTOT 為進件檔層級規則，
      *    不適用於單筆訊息，不列入；KEY/SEQKEY 為歸檔索引鍵定義，
      *    不是檢核規則，亦不列入
      * 3. 趨勢：同時掃描前一日歸檔，列前日違規率與升降
      *    (UP/DOWN/SAME；前日無流量為 NEW)
      * 4. 各 QUE 前 -sample n 筆(預設 3，最多 5)違規訊息列出
      *    時間、第一條違規規則與內容前 80 BYTES，內容一律先經
      *    MWMASKS 遮罩
      * 5. 狀態：OVER(違規率超過 -limit，預設 1.00%)/OK/NORULE
      *    (無適用規則，未受檢核)；任一 QUE OVER 時
      *    RETURN-CODE = 3
      * 6. 報表日 -date yyyymmdd(預設昨日)；-que 限單一 QUE；
      *    歸檔目錄 -d(預設依 MWSINKDIR/ARCHIVE)；報表 -o(預設
      *    MWFMTRPTOUT)；已加密歸檔(MWCRYPT)先解成明文暫存再讀，
      *    解不開的列 WARNING 略過
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     KEY/SEQKEY 歸檔索引鍵定義不計入適用規則數
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWFMTRPT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * ls 產出的歸檔檔名清單
            SELECT FMTR-LIST-FILE ASSIGN TO "MWFMTRPTLS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LIST-FILE-STAT.
      * 長度前置變長紀錄(.BLG)
            SELECT FMTR-BIN-FILE ASSIGN TO AR-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS AR-FILE-STAT.
      * 文字格式(.LOG)
            SELECT FMTR-TXT-FILE ASSIGN TO AR-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AR-FILE-STAT.
            SELECT FMTR-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
            COPY "INCLOGSL.DEF".
            COPY "FMTSL.DEF".
            COPY "MASKSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  FMTR-LIST-FILE.
        01  LIST-REC                PIC X(256).

        FD  FMTR-BIN-FILE
            RECORD IS VARYING IN SIZE FROM 29 TO 10277
            DEPENDING ON BIN-RLEN.
        01  BARCH-REC.
            05  BA-TIME         PIC X(8).
            05  FILLER          PIC X.
            05  BA-TYPE         PIC X(5).
            05  FILLER          PIC X.
            05  BA-PRIOR        PIC -(9)9.
            05  FILLER          PIC X.
            05  BA-LEN          PIC -(9)9.
            05  FILLER          PIC X.
            05  BA-BODY         PIC X(10240).

        FD  FMTR-TXT-FILE.
        01  TXT-REC                 PIC X(10400).

        FD  FMTR-RPT-FILE.
        01  RPT-REC                 PIC X(160).
        COPY "INCLOGFD.DEF".
        COPY "FMTFD.DEF".
        COPY "MASKFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "FMTWS.DEF".
        COPY "MASKWS.DEF".
        COPY "CRYPTWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  LIST-FILE-STAT      PIC XX.
            88 LIST-EOF         VALUE "10".
        77  AR-FILE-STAT        PIC XX.
            88 AR-EOF           VALUE "10".
        77  RPT-FILE-STAT       PIC XX.
        77  BIN-RLEN            PIC 9(5) VALUE 0.
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
                                 VALUE "MWFMTRPTOUT".
        01  AR-FILE-NAME        PIC X(256) VALUE SPACES.
        77  ARCH-DIR            PIC X(FILE_NAME_LEN) VALUE SPACES.
        01  ONE-QUE             PIC X(64) VALUE SPACES.
        77  LS-CMD              PIC X(600) VALUE SPACES.

      * 報表日與前一日
        77  RPT-DATE            PIC X(8) VALUE SPACES.
        77  PREV-DATE           PIC X(8) VALUE SPACES.
        77  TODAY-DATE          PIC X(8).
        77  WORK-NUM            PIC 9(8).
        77  WORK-INT            SIGNED-INT VALUE 0.

      * 門檻(違規率 %)與每 QUE 樣本筆數
        77  LIMIT-TXT           PIC X(8) VALUE SPACES.
        77  LIMIT-PCT           PIC 9(3)V99 VALUE 1.00.
        77  SAMPLE-TXT          PIC X(8) VALUE SPACES.
        77  SAMPLE-MAX          SIGNED-INT VALUE 3.

      * 檔名拆解(QUE_yyyymmdd.EXT)
        01  FILE-BASE           PIC X(128).
        77  FN-LEN              SIGNED-INT VALUE 0.
        77  FN-IDX              SIGNED-INT VALUE 0.
        77  FN-SLASH            SIGNED-INT VALUE 0.
        77  FN-BLEN             SIGNED-INT VALUE 0.
        77  FN-QLEN             SIGNED-INT VALUE 0.
        77  FN-EXT              PIC X(3).
        77  FN-DATE             PIC X(8).

      * 本檔/本筆訊息
        01  CUR-QUE             PIC X(64) VALUE SPACES.
        01  CUR-KEY             PIC X(64) VALUE SPACES.
        77  CUR-DAY-SW          PIC X VALUE SPACE.
            88 CUR-RPT-DAY      VALUE 'C'.
        77  CUR-Q               SIGNED-INT VALUE 0.
        77  CUR-TIME            PIC X(8) VALUE SPACES.
        77  BR-POS              SIGNED-INT VALUE 0.
        77  LN-LEN              SIGNED-INT VALUE 0.
        77  MSG-OK-SW           PIC X VALUE "Y".
            88 MSG-OK           VALUE 'Y'.
        77  MSG-RULE1           PIC X(20) VALUE SPACES.

      * QUE 統計表：報表日/前日 訊息數與違規數
        01  QF-TAB.
            05  QF-ENT OCCURS 300 TIMES.
                10  QF-QUE      PIC X(64).
                10  QF-KEY      PIC X(64).
                10  QF-RULES    SIGNED-INT.
                10  QF-MSG      SIGNED-LONG.
                10  QF-BAD      SIGNED-LONG.
                10  QF-PMSG     SIGNED-LONG.
                10  QF-PBAD     SIGNED-LONG.
                10  QF-SMP      SIGNED-INT.
        77  QF-CNT              SIGNED-INT VALUE 0.
        77  QF-IDX              SIGNED-INT VALUE 0.

      * QUE x 規則 違規筆數
        01  RS-TAB.
            05  RS-ENT OCCURS 1000 TIMES.
                10  RS-Q        SIGNED-INT.
                10  RS-R        SIGNED-INT.
                10  RS-CNT      SIGNED-LONG.
                10  RS-PCNT     SIGNED-LONG.
        77  RS-CNT-N            SIGNED-INT VALUE 0.
        77  RS-IDX              SIGNED-INT VALUE 0.
        77  RS-HIT              SIGNED-INT VALUE 0.

      * 違規樣本(已遮罩)
        01  SM-TAB.
            05  SM-ENT OCCURS 200 TIMES.
                10  SM-Q        SIGNED-INT.
                10  SM-TIME     PIC X(8).
                10  SM-RULE     PIC X(20).
                10  SM-BODY     PIC X(80).
                10  SM-LEN      SIGNED-INT.
        77  SM-CNT              SIGNED-INT VALUE 0.
        77  SM-IDX              SIGNED-INT VALUE 0.
        77  SM-POS              SIGNED-INT VALUE 0.

      * 違規率
        77  RATE-CUR            PIC 9(3)V99 VALUE 0.
        77  RATE-PREV           PIC 9(3)V99 VALUE 0.
        77  RATE-DISP           PIC ZZ9.99.
        77  RATE-DISP2          PIC ZZ9.99.
        01  QUE-STATUS          PIC X(6) VALUE SPACES.
        01  QUE-TREND           PIC X(5) VALUE SPACES.
        01  RULE-LABEL          PIC X(24) VALUE SPACES.
        77  POS-DISP            PIC Z(4)9.
        77  LEN-DISP            PIC Z(4)9.

      * 合計
        77  FILE-CNT            SIGNED-INT VALUE 0.
        77  PREV-FILE-CNT       SIGNED-INT VALUE 0.
        77  BAD-FILE-CNT        SIGNED-INT VALUE 0.
        77  MSG-TOT             SIGNED-LONG VALUE 0.
        77  BAD-TOT             SIGNED-LONG VALUE 0.
        77  SKIP-CNT            SIGNED-LONG VALUE 0.
        77  OVER-CNT            SIGNED-INT VALUE 0.
        77  NORULE-CNT          SIGNED-INT VALUE 0.
        77  CNT-DISP            PIC -(9)9.
        77  CNT-DISP2           PIC -(9)9.

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

      * 報表日預設昨日(今日歸檔尚未收齊)
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            IF RPT-DATE = SPACES
                COMPUTE WORK-NUM = FUNCTION NUMVAL(TODAY-DATE)
                COMPUTE WORK-INT =
                        FUNCTION INTEGER-OF-DATE(WORK-NUM) - 1
                COMPUTE WORK-NUM = FUNCTION DATE-OF-INTEGER(WORK-INT)
                MOVE WORK-NUM TO RPT-DATE
            END-IF.
            IF RPT-DATE IS NOT NUMERIC
                GO TO 3000-PERR
            END-IF.
            COMPUTE WORK-NUM = FUNCTION NUMVAL(RPT-DATE).
            COMPUTE WORK-INT = FUNCTION INTEGER-OF-DATE(WORK-NUM) - 1.
            COMPUTE WORK-NUM = FUNCTION DATE-OF-INTEGER(WORK-INT).
            MOVE WORK-NUM TO PREV-DATE.

            PERFORM 1740-FMTLOAD THRU 1740-EXIT.
            PERFORM 1850-MASKLOAD THRU 1850-EXIT.

            OPEN OUTPUT FMTR-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            PERFORM 7000-RPTHEAD.
            PERFORM 5000-ARCHSCAN.
            PERFORM 7100-COLHEAD.
            PERFORM VARYING QF-IDX FROM 1 BY 1
                    UNTIL QF-IDX > QF-CNT
                PERFORM 6000-QUEONE
            END-PERFORM.
            PERFORM 7200-SAMPLES THRU 7200-EXIT.
            PERFORM 7500-RPTTAIL.

            CLOSE FMTR-RPT-FILE.
            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).

            IF OVER-CNT > 0
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
      * 列出報表日與前一日的歸檔檔，逐檔檢核
      *-----------------------------------------------------------
        5000-ARCHSCAN.
            MOVE SPACES TO LS-CMD.
            STRING "ls " FUNCTION TRIM(ARCH-DIR) "/*_" RPT-DATE
                   ".LOG " FUNCTION TRIM(ARCH-DIR) "/*_" RPT-DATE
                   ".BLG " FUNCTION TRIM(ARCH-DIR) "/*_" PREV-DATE
                   ".LOG " FUNCTION TRIM(ARCH-DIR) "/*_" PREV-DATE
                   ".BLG > MWFMTRPTLS 2>/dev/null"
                   DELIMITED BY SIZE INTO LS-CMD
            END-STRING.
            CALL "SYSTEM" USING LS-CMD.

            OPEN INPUT FMTR-LIST-FILE.
            IF LIST-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL LIST-EOF
                    READ FMTR-LIST-FILE
                        AT END
                            MOVE "10" TO LIST-FILE-STAT
                        NOT AT END
                            PERFORM 5100-FILEONE THRU 5100-EXIT
                    END-READ
                END-PERFORM
                CLOSE FMTR-LIST-FILE
            END-IF.

      * 一個檔：由檔名取 QUE 名稱、日期與格式
        5100-FILEONE.
            IF LIST-REC = SPACES
                GO TO 5100-EXIT
            END-IF.
            COMPUTE FN-LEN = FUNCTION LENGTH(FUNCTION TRIM(LIST-REC)).
            MOVE 0 TO FN-SLASH.
            PERFORM VARYING FN-IDX FROM FN-LEN BY -1
                    UNTIL FN-IDX < 1 OR FN-SLASH > 0
                IF LIST-REC(FN-IDX:1) = "/"
                    MOVE FN-IDX TO FN-SLASH
                END-IF
            END-PERFORM.
            MOVE SPACES TO FILE-BASE.
            COMPUTE FN-BLEN = FN-LEN - FN-SLASH.
            MOVE LIST-REC(FN-SLASH + 1:FN-BLEN) TO FILE-BASE.
            IF FN-BLEN < 14
            OR FILE-BASE(FN-BLEN - 12:1) NOT = "_"
                GO TO 5100-EXIT
            END-IF.
            MOVE FILE-BASE(FN-BLEN - 2:3) TO FN-EXT.
            MOVE FILE-BASE(FN-BLEN - 11:8) TO FN-DATE.
            COMPUTE FN-QLEN = FN-BLEN - 13.
            MOVE SPACES TO CUR-QUE.
            MOVE FILE-BASE(1:FN-QLEN) TO CUR-QUE.
            IF ONE-QUE NOT = SPACES AND CUR-QUE NOT = ONE-QUE
            AND (ONE-QUE(1:1) NOT = "/" OR CUR-QUE NOT = ONE-QUE(2:))
                GO TO 5100-EXIT
            END-IF.
            IF FN-DATE = RPT-DATE
                MOVE "C" TO CUR-DAY-SW
            ELSE
                MOVE "P" TO CUR-DAY-SW
            END-IF.

            PERFORM 5400-QUEFIND THRU 5400-EXIT.
            IF CUR-Q = 0
                GO TO 5100-EXIT
            END-IF.

      * 已加密的歸檔檔先解成明文暫存再讀；解不開列警告略過
            MOVE LIST-REC TO CRYPT-FILE.
            PERFORM 1880-CRYPTOPEN.
            IF CRYPT-RC NOT = 0
                COMPUTE BAD-FILE-CNT = BAD-FILE-CNT + 1
                MOVE SPACES TO RPT-REC
                STRING "WARNING: ARCHIVE " DELIMITED BY SIZE
                       FILE-BASE(1:FN-BLEN) DELIMITED BY SIZE
                       " CANNOT DECRYPT" DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                GO TO 5100-EXIT
            END-IF.
            MOVE CRYPT-WORK TO AR-FILE-NAME.
            MOVE SPACES TO AR-FILE-STAT.
            IF FN-EXT = "BLG"
                PERFORM 5200-BINFILE
            ELSE
                PERFORM 5300-TXTFILE
            END-IF.
            PERFORM 1885-CRYPTCLOSE.

        5100-EXIT.
            CONTINUE.

        5200-BINFILE.
            OPEN INPUT FMTR-BIN-FILE.
            IF AR-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN : " AR-FILE-NAME(1:60)
            ELSE
                PERFORM 5250-FILECNT
                PERFORM TEST BEFORE UNTIL AR-EOF
                    READ FMTR-BIN-FILE
                        AT END
                            MOVE "10" TO AR-FILE-STAT
                        NOT AT END
                            IF BA-TYPE = "POSIX" OR BA-TYPE = "SYSV"
                                MOVE BA-TIME TO CUR-TIME
                                MOVE BA-LEN TO CNT-DISP
                                COMPUTE FMT-LEN =
                                        FUNCTION NUMVAL(CNT-DISP)
                                MOVE SPACES TO FMT-BUF
                                IF FMT-LEN > 0
                                    MOVE BA-BODY(1:FMT-LEN)
                                        TO FMT-BUF
                                END-IF
                                PERFORM 5500-MSGONE
                            ELSE
                                ADD 1 TO SKIP-CNT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE FMTR-BIN-FILE
            END-IF.

        5250-FILECNT.
            IF CUR-RPT-DAY
                ADD 1 TO FILE-CNT
            ELSE
                ADD 1 TO PREV-FILE-CNT
            END-IF.

      * .LOG：HHMMSSss PRIOR=n [本文] / HHMMSSss TYPE=n [本文]
        5300-TXTFILE.
            OPEN INPUT FMTR-TXT-FILE.
            IF AR-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN : " AR-FILE-NAME(1:60)
            ELSE
                PERFORM 5250-FILECNT
                PERFORM TEST BEFORE UNTIL AR-EOF
                    READ FMTR-TXT-FILE
                        AT END
                            MOVE "10" TO AR-FILE-STAT
                        NOT AT END
                            PERFORM 5350-LOGREC
                    END-READ
                END-PERFORM
                CLOSE FMTR-TXT-FILE
            END-IF.

        5350-LOGREC.
            MOVE 0 TO BR-POS.
            INSPECT TXT-REC TALLYING BR-POS
                FOR CHARACTERS BEFORE INITIAL " [".
            COMPUTE LN-LEN = FUNCTION LENGTH(
                    FUNCTION TRIM(TXT-REC TRAILING)).
      * 非時間開頭(續行、封存行、標記行)或本文被截斷者略過
            IF TXT-REC(1:8) IS NOT NUMERIC
            OR BR-POS > LN-LEN - 3
            OR TXT-REC(LN-LEN:1) NOT = "]"
                ADD 1 TO SKIP-CNT
            ELSE
                MOVE TXT-REC(1:8) TO CUR-TIME
                COMPUTE FMT-LEN = LN-LEN - BR-POS - 3
                MOVE SPACES TO FMT-BUF
                IF FMT-LEN > 0
                    MOVE TXT-REC(BR-POS + 3:FMT-LEN) TO FMT-BUF
                END-IF
                PERFORM 5500-MSGONE
            END-IF.

      *-----------------------------------------------------------
      * 找/建 QUE 統計列：POSIX QUE 名稱開頭的 / 在檔名中成為目錄
      * 分隔，規則檔或遮罩檔以 /名稱 登錄者，以 /名稱 為規則鍵
      *-----------------------------------------------------------
        5400-QUEFIND.
            MOVE 0 TO CUR-Q.
            PERFORM VARYING QF-IDX FROM 1 BY 1
                    UNTIL QF-IDX > QF-CNT OR CUR-Q > 0
                IF QF-QUE(QF-IDX) = CUR-QUE
                    MOVE QF-IDX TO CUR-Q
                END-IF
            END-PERFORM.
            IF CUR-Q > 0 OR QF-CNT >= 300
                GO TO 5400-EXIT
            END-IF.

            MOVE CUR-QUE TO CUR-KEY.
            MOVE SPACES TO FILE-BASE.
            STRING "/" FUNCTION TRIM(CUR-QUE)
                   DELIMITED BY SIZE INTO FILE-BASE
            END-STRING.
            PERFORM VARYING FMT-RULE-IDX FROM 1 BY 1
                    UNTIL FMT-RULE-IDX > FMT-RULE-CNT
                IF FM-QUE(FMT-RULE-IDX) = FILE-BASE(1:64)
                    MOVE FILE-BASE(1:64) TO CUR-KEY
                END-IF
            END-PERFORM.
            PERFORM VARYING MASK-RULE-IDX FROM 1 BY 1
                    UNTIL MASK-RULE-IDX > MASK-RULE-CNT
                IF MK-QUE(MASK-RULE-IDX) = FILE-BASE(1:64)
                    MOVE FILE-BASE(1:64) TO CUR-KEY
                END-IF
            END-PERFORM.

            COMPUTE QF-CNT = QF-CNT + 1.
            MOVE QF-CNT TO CUR-Q.
            MOVE CUR-QUE TO QF-QUE(CUR-Q).
            MOVE CUR-KEY TO QF-KEY(CUR-Q).
            MOVE 0 TO QF-RULES(CUR-Q).
            MOVE 0 TO QF-MSG(CUR-Q).
            MOVE 0 TO QF-BAD(CUR-Q).
            MOVE 0 TO QF-PMSG(CUR-Q).
            MOVE 0 TO QF-PBAD(CUR-Q).
            MOVE 0 TO QF-SMP(CUR-Q).
            PERFORM VARYING FMT-RULE-IDX FROM 1 BY 1
                    UNTIL FMT-RULE-IDX > FMT-RULE-CNT
                IF (FM-QUE(FMT-RULE-IDX) = CUR-KEY
                    OR FM-QUE(FMT-RULE-IDX)(1:1) = "*")
                AND FM-KIND(FMT-RULE-IDX) NOT = "CTLTOT"
                AND FM-KIND(FMT-RULE-IDX) NOT = "KEY"
                AND FM-KIND(FMT-RULE-IDX) NOT = "SEQKEY"
                    COMPUTE QF-RULES(CUR-Q) = QF-RULES(CUR-Q) + 1
                END-IF
            END-PERFORM.

        5400-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 一筆訊息：逐條套用適用規則，各條違規分別計數
      *-----------------------------------------------------------
        5500-MSGONE.
            MOVE "Y" TO MSG-OK-SW.
            MOVE SPACES TO MSG-RULE1.
            MOVE QF-KEY(CUR-Q) TO FMT-QUE-KEY.
            PERFORM VARYING FMT-RULE-IDX FROM 1 BY 1
                    UNTIL FMT-RULE-IDX > FMT-RULE-CNT
                IF (FM-QUE(FMT-RULE-IDX) = FMT-QUE-KEY
                    OR FM-QUE(FMT-RULE-IDX)(1:1) = "*")
                AND FM-KIND(FMT-RULE-IDX) NOT = "CTLTOT"
                AND FM-KIND(FMT-RULE-IDX) NOT = "KEY"
                AND FM-KIND(FMT-RULE-IDX) NOT = "SEQKEY"
                    MOVE "Y" TO FMT-OK-SW
                    MOVE SPACES TO FMT-RULE-NAME
                    PERFORM 1746-FMTONE
                    IF NOT FMT-OK
                        MOVE "N" TO MSG-OK-SW
                        IF MSG-RULE1 = SPACES
                            MOVE FMT-RULE-NAME TO MSG-RULE1
                        END-IF
                        PERFORM 5700-RULECNT THRU 5700-EXIT
                    END-IF
                END-IF
            END-PERFORM.

            IF CUR-RPT-DAY
                ADD 1 TO QF-MSG(CUR-Q)
                ADD 1 TO MSG-TOT
                IF NOT MSG-OK
                    ADD 1 TO QF-BAD(CUR-Q)
                    ADD 1 TO BAD-TOT
                    IF QF-SMP(CUR-Q) < SAMPLE-MAX AND SM-CNT < 200
                        PERFORM 5800-SAMPLE
                    END-IF
                END-IF
            ELSE
                ADD 1 TO QF-PMSG(CUR-Q)
                IF NOT MSG-OK
                    ADD 1 TO QF-PBAD(CUR-Q)
                END-IF
            END-IF.

      * QUE x 規則 違規計數
        5700-RULECNT.
            MOVE 0 TO RS-HIT.
            PERFORM VARYING RS-IDX FROM 1 BY 1
                    UNTIL RS-IDX > RS-CNT-N OR RS-HIT > 0
                IF RS-Q(RS-IDX) = CUR-Q
                AND RS-R(RS-IDX) = FMT-RULE-IDX
                    MOVE RS-IDX TO RS-HIT
                END-IF
            END-PERFORM.
            IF RS-HIT = 0
                IF RS-CNT-N >= 1000
                    GO TO 5700-EXIT
                END-IF
                COMPUTE RS-CNT-N = RS-CNT-N + 1
                MOVE RS-CNT-N TO RS-HIT
                MOVE CUR-Q TO RS-Q(RS-HIT)
                MOVE FMT-RULE-IDX TO RS-R(RS-HIT)
                MOVE 0 TO RS-CNT(RS-HIT)
                MOVE 0 TO RS-PCNT(RS-HIT)
            END-IF.
            IF CUR-RPT-DAY
                ADD 1 TO RS-CNT(RS-HIT)
            ELSE
                ADD 1 TO RS-PCNT(RS-HIT)
            END-IF.

        5700-EXIT.
            CONTINUE.

      * 違規樣本：內容先經 MWMASKS 遮罩再留存
        5800-SAMPLE.
            ADD 1 TO QF-SMP(CUR-Q).
            COMPUTE SM-CNT = SM-CNT + 1.
            MOVE CUR-Q TO SM-Q(SM-CNT).
            MOVE CUR-TIME TO SM-TIME(SM-CNT).
            MOVE MSG-RULE1 TO SM-RULE(SM-CNT).
            MOVE SPACES TO MASK-BUF.
            IF FMT-LEN > 0
                MOVE FMT-BUF(1:FMT-LEN) TO MASK-BUF
            END-IF.
            MOVE FMT-LEN TO MASK-LEN.
            MOVE QF-KEY(CUR-Q) TO MASK-QUE-KEY.
            PERFORM 1870-MASKAPPLY.
            MOVE MASK-BUF(1:80) TO SM-BODY(SM-CNT).
            IF FMT-LEN > 80
                MOVE 80 TO SM-LEN(SM-CNT)
            ELSE
                MOVE FMT-LEN TO SM-LEN(SM-CNT)
            END-IF.

      *-----------------------------------------------------------
      * 一個 QUE：總列 + 各規則違規列
      *-----------------------------------------------------------
        6000-QUEONE.
            MOVE 0 TO RATE-CUR.
            MOVE 0 TO RATE-PREV.
            IF QF-MSG(QF-IDX) > 0
                COMPUTE RATE-CUR ROUNDED =
                        QF-BAD(QF-IDX) * 100 / QF-MSG(QF-IDX)
            END-IF.
            IF QF-PMSG(QF-IDX) > 0
                COMPUTE RATE-PREV ROUNDED =
                        QF-PBAD(QF-IDX) * 100 / QF-PMSG(QF-IDX)
            END-IF.

            EVALUATE TRUE
                WHEN QF-PMSG(QF-IDX) = 0
                    MOVE "NEW" TO QUE-TREND
                WHEN QF-MSG(QF-IDX) = 0
                    MOVE "-" TO QUE-TREND
                WHEN RATE-CUR > RATE-PREV
                    MOVE "UP" TO QUE-TREND
                WHEN RATE-CUR < RATE-PREV
                    MOVE "DOWN" TO QUE-TREND
                WHEN OTHER
                    MOVE "SAME" TO QUE-TREND
            END-EVALUATE.

            EVALUATE TRUE
                WHEN QF-RULES(QF-IDX) = 0
                    MOVE "NORULE" TO QUE-STATUS
                    ADD 1 TO NORULE-CNT
                WHEN QF-MSG(QF-IDX) > 0 AND RATE-CUR > LIMIT-PCT
                    MOVE "OVER" TO QUE-STATUS
                    ADD 1 TO OVER-CNT
                WHEN OTHER
                    MOVE "OK" TO QUE-STATUS
            END-EVALUATE.

            MOVE QF-MSG(QF-IDX) TO CNT-DISP.
            MOVE QF-BAD(QF-IDX) TO CNT-DISP2.
            MOVE RATE-CUR TO RATE-DISP.
            MOVE RATE-PREV TO RATE-DISP2.
            MOVE SPACES TO RPT-REC.
            STRING QF-QUE(QF-IDX)(1:24) " " CNT-DISP " " CNT-DISP2
                   "  " RATE-DISP "  " RATE-DISP2 "  " QUE-TREND
                   "  " QUE-STATUS
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

      * 規則依 MWFMTS 檔內順序列出
            PERFORM VARYING RS-HIT FROM 1 BY 1
                    UNTIL RS-HIT > FMT-RULE-CNT
                PERFORM VARYING RS-IDX FROM 1 BY 1
                        UNTIL RS-IDX > RS-CNT-N
                    IF RS-Q(RS-IDX) = QF-IDX
                    AND RS-R(RS-IDX) = RS-HIT
                        PERFORM 6100-RULEONE
                    END-IF
                END-PERFORM
            END-PERFORM.

        6100-RULEONE.
            MOVE RS-R(RS-IDX) TO FMT-RULE-IDX.
            MOVE SPACES TO RULE-LABEL.
            IF FM-KIND(FMT-RULE-IDX) = "MINLEN"
                MOVE FM-MIN(FMT-RULE-IDX) TO POS-DISP
                STRING "MINLEN " FUNCTION TRIM(POS-DISP)
                       DELIMITED BY SIZE INTO RULE-LABEL
                END-STRING
            ELSE
                MOVE FM-START(FMT-RULE-IDX) TO POS-DISP
                MOVE FM-FLEN(FMT-RULE-IDX) TO LEN-DISP
                STRING FUNCTION TRIM(FM-KIND(FMT-RULE-IDX)) "@"
                       FUNCTION TRIM(POS-DISP) "+"
                       FUNCTION TRIM(LEN-DISP)
                       DELIMITED BY SIZE INTO RULE-LABEL
                END-STRING
            END-IF.

            MOVE 0 TO RATE-CUR.
            MOVE 0 TO RATE-PREV.
            IF QF-MSG(QF-IDX) > 0
                COMPUTE RATE-CUR ROUNDED =
                        RS-CNT(RS-IDX) * 100 / QF-MSG(QF-IDX)
            END-IF.
            IF QF-PMSG(QF-IDX) > 0
                COMPUTE RATE-PREV ROUNDED =
                        RS-PCNT(RS-IDX) * 100 / QF-PMSG(QF-IDX)
            END-IF.
            MOVE RS-CNT(RS-IDX) TO CNT-DISP2.
            MOVE RATE-CUR TO RATE-DISP.
            MOVE RATE-PREV TO RATE-DISP2.
            MOVE SPACES TO RPT-REC.
            STRING "    RULE " RULE-LABEL(1:22) CNT-DISP2
                   "  " RATE-DISP "  " RATE-DISP2
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

      *-----------------------------------------------------------
      * 報表表頭/表尾
      *-----------------------------------------------------------
        7000-RPTHEAD.
            MOVE SPACES TO RPT-REC.
            STRING "MWFMTRPT - PAYLOAD FORMAT CONFORMANCE "
                   RPT-DATE " (PREV " PREV-DATE ")"
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE LIMIT-PCT TO RATE-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "  ARCHIVE DIR " FUNCTION TRIM(ARCH-DIR)
                   "  LIMIT " FUNCTION TRIM(RATE-DISP) "%"
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            IF FMT-RULE-CNT = 0
                MOVE SPACES TO RPT-REC
                MOVE "  (MWFMTS NOT FOUND OR EMPTY - NO RULES TO APPLY)"
                    TO RPT-REC
                PERFORM 7900-RPTWRITE
            END-IF.

        7100-COLHEAD.
            MOVE SPACES TO RPT-REC.
            STRING "QUE_NAME                       MSGS       VIOL"
                   "   RATE%   PREV%  TREND  STATUS"
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:90).
            PERFORM 7900-RPTWRITE.

        7200-SAMPLES.
            IF SM-CNT = 0
                GO TO 7200-EXIT
            END-IF.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "FIRST OFFENDING RECORDS (MASKED)" TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:90).
            PERFORM 7900-RPTWRITE.
            PERFORM VARYING SM-IDX FROM 1 BY 1
                    UNTIL SM-IDX > SM-CNT
                MOVE SPACES TO RPT-REC
                STRING QF-QUE(SM-Q(SM-IDX))(1:20) " "
                       SM-TIME(SM-IDX) " "
                       SM-RULE(SM-IDX)(1:14) " ["
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                IF SM-LEN(SM-IDX) > 0
                    MOVE SM-BODY(SM-IDX)(1:SM-LEN(SM-IDX))
                        TO RPT-REC(47:SM-LEN(SM-IDX))
                END-IF
                COMPUTE SM-POS = 47 + SM-LEN(SM-IDX)
                MOVE "]" TO RPT-REC(SM-POS:1)
                PERFORM 7900-RPTWRITE
            END-PERFORM.

        7200-EXIT.
            CONTINUE.

        7500-RPTTAIL.
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:90).
            PERFORM 7900-RPTWRITE.

            MOVE FILE-CNT TO CNT-DISP.
            MOVE PREV-FILE-CNT TO CNT-DISP2.
            MOVE SPACES TO RPT-REC.
            STRING "ARCHIVE FILES READ : " CNT-DISP
                   "  (PREV DAY " FUNCTION TRIM(CNT-DISP2) ")"
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            IF BAD-FILE-CNT > 0
                MOVE BAD-FILE-CNT TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "FILES NOT READABLE : " CNT-DISP
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.

            MOVE MSG-TOT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "MESSAGES CHECKED   : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE BAD-TOT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "MESSAGES VIOLATING : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE OVER-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "QUES OVER LIMIT    : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE NORULE-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "QUES WITHOUT RULES : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:120).

        COPY "FMTPD.DEF".
        COPY "MASKPD.DEF".
        COPY "CRYPTPD.DEF".

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
            MOVE "MWFMTRPT"      TO INCLOG-PGM.
            MOVE RET-CODE        TO INCLOG-CODE.
            MOVE ERR-TXT(1:ERR-LEN) TO INCLOG-MSG.
            MOVE ONE-QUE TO INCLOG-QUE.
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
      * 選擇性參數 : -date yyyymmdd , -que name , -d arch_dir ,
      *              -limit pct , -sample n , -o report_file
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

            IF LIMIT-TXT NOT = SPACES
                COMPUTE LIMIT-PCT = FUNCTION NUMVAL(LIMIT-TXT)
            END-IF.
            IF SAMPLE-TXT NOT = SPACES
                COMPUTE SAMPLE-MAX = FUNCTION NUMVAL(SAMPLE-TXT)
                IF SAMPLE-MAX < 0 OR SAMPLE-MAX > 5
                    GO TO 3000-PERR
                END-IF
            END-IF.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"   MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-date"   MOVE PARAM TO PARAM-PREV
                WHEN "-que"    MOVE PARAM TO PARAM-PREV
                WHEN "-d"      MOVE PARAM TO PARAM-PREV
                WHEN "-limit"  MOVE PARAM TO PARAM-PREV
                WHEN "-sample" MOVE PARAM TO PARAM-PREV
                WHEN "-o"      MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-date"
                            MOVE PARAM TO RPT-DATE
                        WHEN "-que"
                            MOVE PARAM TO ONE-QUE
                        WHEN "-d"
                            MOVE PARAM TO ARCH-DIR
                        WHEN "-limit"
                            MOVE PARAM TO LIMIT-TXT
                        WHEN "-sample"
                            MOVE PARAM TO SAMPLE-TXT
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

            DISPLAY "MWFMTRPT - Archived Payload Format Conformance".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWFMTRPT [options]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-date yyyymmdd]   Day(Default Yesterday)".
            DISPLAY "                     (Trend Against Day Before)".
            DISPLAY "  [-que name]        One QUE Only".
            DISPLAY "  [-d arch_dir]      Archive Dir(Default ARCHIVE,".
            DISPLAY "                     env MWSINKDIR)".
            DISPLAY "  [-limit pct]       Violation Rate Limit, RC 3".
            DISPLAY "                     When Exceeded(Default 1.00)".
            DISPLAY "  [-sample n]        Masked Samples Per QUE".
            DISPLAY "                     (0-5, Default 3)".
            DISPLAY "  [-o report_file]   Report(Default MWFMTRPTOUT)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            DISPLAY "  Rules: MWFMTS  Masks: MWMASKS (env Override)".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWFMTRPT.
