      */--------------------------------------------------------------
      * MWSIZERPT.CBL
      * QUE 訊息長度使用率與容量調整建議報表
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. QUE 建立時的 REGM-SIZE 多半是多年前猜的：從不超過 200
      *    BYTES 的 QUE 開 10240，反之亦然，前者白佔核心記憶體，
      *    後者造成 MWSPOOL 長度退回。本程式讀取期間內的：
      *    - MWSINK 歸檔(ARCH_DIR/QUE_yyyymmdd.LOG/.BLG)
      *    - MWSAVE 備份檔(SAVE_DIR/QUE_yyyymmdd_hhmmss.SAV/.SVB)
      *    逐 QUE(NAME+TYPE)統計訊息長度分佈 MIN/AVG/P95/MAX
      *    (P95 為最近排名法，以 SORT 取位，同 MWDWELL)，與 QUE
      *    主檔(QUEREGM)登錄的 REGM-SIZE、REGM-CLASS 並列
      * 2. 長度類失敗另計：
      *    - MWSPOOL 退回檔(-r，預設 MWSPOOLREJ)原因 BODY TOO
      *      LONG 者
      *    - 死信檔(MWDLQF)期間內原因含 TOO LONG/SIZE，或長度超
      *      過登錄 SIZE 者
      *    其長度一併納入需求上限
      * 3. 建議：需求上限 = MAX(實際最長, 退回/死信最長)，加 25%
      *    餘裕後進位至 256 的倍數(最小 256，最大 10240)；
      *    MWCLASSES 中 SIZE 不小於此值的最小等級為建議等級，有
      *    建議等級時建議 SIZE 取該等級 SIZE。判定：
      *      UNDERSIZED 有長度類失敗或需求上限超過登錄 SIZE
      *      OVERSIZED  登錄 SIZE 達建議 SIZE 4 倍以上
      *      OK         其餘；期間內無訊息者 NO TRAFFIC
      *    SYS/V QUE 單筆上限由核心 msgmax 管控，只列分佈與建議
      *    等級，判定標 SYSV
      * 4. 報表末列 POSIX 登錄容量(MAX*SIZE)現況與依建議調整後的
      *    位元組合計；有 UNDERSIZED 時 RETURN-CODE = 3
      * 5. 期間 -date yyyymmdd(迄日，預設昨日)往前 -days n 天
      *    (預設 7)；-que 限單一 QUE；歸檔目錄 -d(預設依
      *    MWSINKDIR/ARCHIVE)；備份目錄 -s(預設目前目錄)；報表
      *    -o(預設 MWSIZERPTOUT)
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     死信檔及歸檔/備份檔已加密(MWCRYPT)時先解成明文暫存再讀
      *     ，解不開的歸檔/備份檔略過
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWSIZERPT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * ls 產出的歸檔/備份檔名清單
            SELECT SIZE-LIST-FILE ASSIGN TO "MWSIZERPTLS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LIST-FILE-STAT.
      * 長度前置變長紀錄(.BLG/.SVB)
            SELECT SIZE-BIN-FILE ASSIGN TO SZ-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS SZ-FILE-STAT.
      * 文字格式(.LOG/.SAV)
            SELECT SIZE-TXT-FILE ASSIGN TO SZ-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SZ-FILE-STAT.
      * MWSPOOL 退回檔
            SELECT SIZE-REJ-FILE ASSIGN TO REJ-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REJ-FILE-STAT.
            SELECT SORT-WORK ASSIGN TO "MWSIZERPTSRT".
            SELECT SIZE-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
            COPY "REGMSL.DEF".
            COPY "CLSSL.DEF".
            COPY "DLQSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  SIZE-LIST-FILE.
        01  LIST-REC                PIC X(256).

      * .BLG 與 .SVB 共用：表頭欄位不同，依副檔名取用
        FD  SIZE-BIN-FILE
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
        01  BSAVE-REC.
            05  B-TYPE          PIC X(5).
            05  FILLER          PIC X.
            05  B-PRIOR         PIC -(9)9.
            05  FILLER          PIC X.
            05  B-LEN           PIC -(9)9.
            05  FILLER          PIC X.
            05  B-BODY          PIC X(10240).

        FD  SIZE-TXT-FILE.
        01  TXT-REC                 PIC X(10400).
        01  SAVE-REC.
            05  S-TYPE          PIC X(5).
            05  FILLER          PIC X.
            05  S-PRIOR         PIC -(9)9.
            05  FILLER          PIC X.
            05  S-LEN           PIC -(9)9.
            05  FILLER          PIC X.
            05  S-BODY          PIC X(10240).

        FD  SIZE-REJ-FILE.
        01  REJ-REC                 PIC X(10440).

        SD  SORT-WORK.
        01  SORT-REC.
            05  SW-QIDX             PIC 9(3).
            05  SW-LEN              PIC 9(5).

        FD  SIZE-RPT-FILE.
        01  RPT-REC                 PIC X(160).
        COPY "REGMFD.DEF".
        COPY "CLSFD.DEF".
        COPY "DLQFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CLSWS.DEF".
        COPY "DLQWS.DEF".
        COPY "CRYPTWS.DEF".

        77  REGM-FILE-STAT      PIC XX.
            88 REGM-EOF         VALUE "10".
        77  LIST-FILE-STAT      PIC XX.
            88 LIST-EOF         VALUE "10".
        77  SZ-FILE-STAT        PIC XX.
            88 SZ-EOF           VALUE "10".
        77  REJ-FILE-STAT       PIC XX.
            88 REJ-EOF          VALUE "10".
        77  RPT-FILE-STAT       PIC XX.
        77  BIN-RLEN            PIC 9(5) VALUE 0.

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
                                 VALUE "MWSIZERPTOUT".
        01  REJ-FILE-NAME       PIC X(256) VALUE "MWSPOOLREJ".
        01  SZ-FILE-NAME        PIC X(256) VALUE SPACES.
        77  ARCH-DIR            PIC X(FILE_NAME_LEN) VALUE SPACES.
        77  SAVE-DIR            PIC X(FILE_NAME_LEN) VALUE ".".
        01  ONE-QUE             PIC X(64) VALUE SPACES.
        77  LS-CMD              PIC X(600) VALUE SPACES.

      * 期間
        77  TO-DATE             PIC X(8) VALUE SPACES.
        77  FROM-DATE           PIC X(8) VALUE SPACES.
        77  DAYS-BACK           SIGNED-INT VALUE 7.
        77  TODAY-DATE          PIC X(8).
        77  WORK-NUM            PIC 9(8).
        77  WORK-INT            SIGNED-INT VALUE 0.

      * 檔名拆解(QUE_yyyymmdd.EXT / QUE_yyyymmdd_hhmmss.EXT)
        01  FILE-BASE           PIC X(128).
        77  FN-LEN              SIGNED-INT VALUE 0.
        77  FN-IDX              SIGNED-INT VALUE 0.
        77  FN-SLASH            SIGNED-INT VALUE 0.
        77  FN-BLEN             SIGNED-INT VALUE 0.
        77  FN-QLEN             SIGNED-INT VALUE 0.
        77  FN-EXT              PIC X(3).
        77  FN-DATE             PIC X(8).

      * 本筆訊息
        77  CUR-TYPE            PIC X(5) VALUE SPACES.
        01  CUR-QUE             PIC X(64) VALUE SPACES.
        77  CUR-QIDX            SIGNED-INT VALUE 0.
        77  CUR-LEN             SIGNED-LONG VALUE 0.
        77  BR-POS              SIGNED-INT VALUE 0.
        77  LN-LEN              SIGNED-INT VALUE 0.

      * QUE 統計表
        01  QT-TAB.
            05  QT-ENT OCCURS 500 TIMES.
                10  QT-QUE      PIC X(64).
                10  QT-TYPE     PIC X(5).
                10  QT-REG      PIC X.
                10  QT-MAX      SIGNED-LONG.
                10  QT-SIZE     SIGNED-LONG.
                10  QT-CLASS    PIC X(12).
                10  QT-N        SIGNED-LONG.
                10  QT-SUM      SIGNED-LONG.
                10  QT-MIN      SIGNED-LONG.
                10  QT-HIGH     SIGNED-LONG.
                10  QT-P95      SIGNED-LONG.
                10  QT-REJ      SIGNED-LONG.
                10  QT-DLQ      SIGNED-LONG.
                10  QT-FAILMAX  SIGNED-LONG.
        77  QT-CNT              SIGNED-INT VALUE 0.
        77  QT-IDX              SIGNED-INT VALUE 0.
        77  QT-FULL-SW          PIC X VALUE SPACE.
            88 QT-FULL          VALUE 'Y'.

      * 等級範本表
        01  CL-TAB.
            05  CL-ENT OCCURS 100 TIMES.
                10  CL-NAME     PIC X(12).
                10  CL-MAXN     SIGNED-LONG.
                10  CL-SIZEN    SIGNED-LONG.
        77  CL-CNT              SIGNED-INT VALUE 0.
        77  CL-IDX              SIGNED-INT VALUE 0.
        77  CL-HIT              SIGNED-INT VALUE 0.

      * 排序取位
        77  CUR-Q               SIGNED-INT VALUE 0.
        77  ROW-POS             SIGNED-LONG VALUE 0.
        77  P95-POS             SIGNED-LONG VALUE 0.
        77  SORT-EOF-SW         PIC X VALUE SPACE.
            88 SORT-EOF         VALUE 'Y'.

      * 建議
        77  NEED-LEN            SIGNED-LONG VALUE 0.
        77  TARGET-LEN          SIGNED-LONG VALUE 0.
        77  REC-SIZE            SIGNED-LONG VALUE 0.
        77  REC-CLASS           PIC X(12) VALUE SPACES.
        77  VERDICT             PIC X(10) VALUE SPACES.
        77  AVG-LEN             SIGNED-LONG VALUE 0.
        77  BYTES-NOW           SIGNED-LONG VALUE 0.
        77  BYTES-REC           SIGNED-LONG VALUE 0.

      * 合計
        77  ARCH-FILES          SIGNED-INT VALUE 0.
        77  SAVE-FILES          SIGNED-INT VALUE 0.
        77  MSG-CNT             SIGNED-LONG VALUE 0.
        77  SKIP-CNT            SIGNED-LONG VALUE 0.
        77  UNDER-CNT           SIGNED-INT VALUE 0.
        77  OVER-CNT            SIGNED-INT VALUE 0.
        77  REJ-TOT             SIGNED-LONG VALUE 0.
        77  DLQ-TOT             SIGNED-LONG VALUE 0.

        77  CNT-DISP            PIC -(9)9.
        77  CNT-DISP2           PIC -(9)9.
        77  N-DISP              PIC Z(7)9.
        77  L-MIN               PIC Z(5)9.
        77  L-AVG               PIC Z(5)9.
        77  L-P95               PIC Z(5)9.
        77  L-MAX               PIC Z(5)9.
        77  L-REG               PIC Z(5)9.
        77  L-REC               PIC Z(5)9.
        77  L-REJ               PIC Z(4)9.
        77  L-DLQ               PIC Z(4)9.
        77  BYTE-DISP           PIC Z(14)9.
        77  BYTE-DISP2          PIC Z(14)9.

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

      * 迄日預設昨日(今日歸檔尚未收齊)，起日往前 -days 天
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            IF TO-DATE = SPACES
                COMPUTE WORK-NUM = FUNCTION NUMVAL(TODAY-DATE)
                COMPUTE WORK-INT =
                        FUNCTION INTEGER-OF-DATE(WORK-NUM) - 1
                COMPUTE WORK-NUM = FUNCTION DATE-OF-INTEGER(WORK-INT)
                MOVE WORK-NUM TO TO-DATE
            END-IF.
            IF TO-DATE IS NOT NUMERIC OR DAYS-BACK < 1
                GO TO 3000-PERR
            END-IF.
            COMPUTE WORK-NUM = FUNCTION NUMVAL(TO-DATE).
            COMPUTE WORK-INT =
                    FUNCTION INTEGER-OF-DATE(WORK-NUM) - DAYS-BACK + 1.
            COMPUTE WORK-NUM = FUNCTION DATE-OF-INTEGER(WORK-INT).
            MOVE WORK-NUM TO FROM-DATE.

            PERFORM 4000-REGMLOAD THRU 4000-EXIT.
            PERFORM 4200-CLSLOAD THRU 4200-EXIT.
            PERFORM 4500-REJSCAN THRU 4500-EXIT.
            PERFORM 4600-DLQSCAN THRU 4600-EXIT.

            OPEN OUTPUT SIZE-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

      * 讀歸檔/備份、逐 QUE 計數並 RELEASE；排序輸出時依各
      * QUE 筆數取 P95
            SORT SORT-WORK
                ON ASCENDING KEY SW-QIDX SW-LEN
                INPUT PROCEDURE IS 5000-FEED
                OUTPUT PROCEDURE IS 6000-TAKE.

            PERFORM 7000-REPORT THRU 7090-DONE.

            CLOSE SIZE-RPT-FILE.
            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).

            IF UNDER-CNT > 0
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
      * QUE 主檔 LIVE 者預先載入(無流量的 QUE 也列出)
      *-----------------------------------------------------------
        4000-REGMLOAD.
            OPEN INPUT QUE-REGM-FILE.
            IF REGM-FILE-STAT NOT = "00"
                DISPLAY "QUEREGM NOT AVAILABLE, REG SIZE NOT SHOWN"
                GO TO 4000-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL REGM-EOF
                READ QUE-REGM-FILE NEXT
                    AT END
                        MOVE "10" TO REGM-FILE-STAT
                    NOT AT END
                        IF REGM-LIVE
                        AND (ONE-QUE = SPACES
                             OR REGM-QUE-NAME = ONE-QUE)
                            MOVE REGM-QUE-NAME TO CUR-QUE
                            MOVE REGM-QUE-TYPE TO CUR-TYPE
                            PERFORM 4800-QTFIND
                            IF CUR-QIDX > 0
                                MOVE "Y" TO QT-REG(CUR-QIDX)
                                COMPUTE QT-MAX(CUR-QIDX) =
                                        FUNCTION NUMVAL(REGM-MAX)
                                COMPUTE QT-SIZE(CUR-QIDX) =
                                        FUNCTION NUMVAL(REGM-SIZE)
                                MOVE REGM-CLASS TO QT-CLASS(CUR-QIDX)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE QUE-REGM-FILE.

        4000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 等級範本全部載入(欄位拆解同 CLSPD 1736-CLSLINE)
      *-----------------------------------------------------------
        4200-CLSLOAD.
            OPEN INPUT CLASS-DEF-FILE.
            IF CLS-FILE-STAT NOT = "00"
                DISPLAY "MWCLASSES NOT AVAILABLE, NO CLASS ADVICE"
                GO TO 4200-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL CLS-EOF
                READ CLASS-DEF-FILE
                    AT END
                        MOVE "10" TO CLS-FILE-STAT
                    NOT AT END
                        IF CLS-REC NOT = SPACES
                        AND CLS-REC(1:1) NOT = "*"
                        AND CL-CNT < 100
                            MOVE SPACES TO CLS-P1
                            MOVE SPACES TO CLS-P2
                            MOVE SPACES TO CLS-P3
                            MOVE 1 TO CLS-UPTR
                            UNSTRING CLS-REC DELIMITED BY "|"
                                INTO CLS-P1, CLS-P2, CLS-P3
                                POINTER CLS-UPTR
                            END-UNSTRING
                            ADD 1 TO CL-CNT
                            MOVE CLS-P1 TO CL-NAME(CL-CNT)
                            COMPUTE CL-MAXN(CL-CNT) =
                                    FUNCTION NUMVAL(CLS-P2)
                            COMPUTE CL-SIZEN(CL-CNT) =
                                    FUNCTION NUMVAL(CLS-P3)
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE CLASS-DEF-FILE.

        4200-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * MWSPOOL 退回檔：原因|TYPE|QUE|PRIOR|BODY，取 BODY TOO LONG
      *-----------------------------------------------------------
        4500-REJSCAN.
            OPEN INPUT SIZE-REJ-FILE.
            IF REJ-FILE-STAT NOT = "00"
                GO TO 4500-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL REJ-EOF
                READ SIZE-REJ-FILE
                    AT END
                        MOVE "10" TO REJ-FILE-STAT
                    NOT AT END
                        IF REJ-REC(1:13) = "BODY TOO LONG"
                            PERFORM 4550-REJONE
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE SIZE-REJ-FILE.

        4500-EXIT.
            CONTINUE.

        4550-REJONE.
            MOVE SPACES TO CUR-TYPE.
            MOVE SPACES TO CUR-QUE.
            MOVE SPACES TO FILE-BASE.
            MOVE 1 TO STRING-PTR.
            UNSTRING REJ-REC DELIMITED BY "|"
                INTO FILE-BASE, CUR-TYPE, CUR-QUE, FILE-BASE
                POINTER STRING-PTR
            END-UNSTRING.
            MOVE FUNCTION UPPER-CASE(CUR-TYPE) TO CUR-TYPE.
            IF ONE-QUE = SPACES OR CUR-QUE = ONE-QUE
                PERFORM 4800-QTFIND
                IF CUR-QIDX > 0
                    ADD 1 TO QT-REJ(CUR-QIDX)
                    ADD 1 TO REJ-TOT
                    COMPUTE CUR-LEN = FUNCTION LENGTH(FUNCTION TRIM(
                            REJ-REC(STRING-PTR:) TRAILING))
                    IF CUR-LEN > QT-FAILMAX(CUR-QIDX)
                        MOVE CUR-LEN TO QT-FAILMAX(CUR-QIDX)
                    END-IF
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 死信檔：期間內原因含 TOO LONG/SIZE 或長度超過登錄 SIZE
      *-----------------------------------------------------------
        4600-DLQSCAN.
            PERFORM 1962-DLQOPEN.
            IF DLQ-FILE-STAT NOT = "00"
                GO TO 4600-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL DLQ-EOF
                READ DEAD-LETTER-FILE
                    AT END
                        MOVE "10" TO DLQ-FILE-STAT
                    NOT AT END
                        IF DLQ-DATE >= FROM-DATE
                        AND DLQ-DATE <= TO-DATE
                        AND (ONE-QUE = SPACES OR DLQ-QUE = ONE-QUE)
                            PERFORM 4650-DLQONE
                        END-IF
                END-READ
            END-PERFORM.

            PERFORM 1963-DLQCLOSE.

        4600-EXIT.
            CONTINUE.

        4650-DLQONE.
            MOVE DLQ-QUE TO CUR-QUE.
            MOVE DLQ-TYPE TO CUR-TYPE.
            COMPUTE CUR-LEN = FUNCTION NUMVAL(DLQ-LEN).
            MOVE 0 TO BR-POS.
            INSPECT DLQ-REASON TALLYING BR-POS
                FOR ALL "TOO LONG" ALL "SIZE".
      * 不新增 QUE：只有已登錄或已有流量者才判斷長度
            MOVE 0 TO CUR-QIDX.
            PERFORM VARYING QT-IDX FROM 1 BY 1
                    UNTIL QT-IDX > QT-CNT OR CUR-QIDX > 0
                IF QT-QUE(QT-IDX) = CUR-QUE
                AND QT-TYPE(QT-IDX) = CUR-TYPE
                    MOVE QT-IDX TO CUR-QIDX
                END-IF
            END-PERFORM.
            IF CUR-QIDX > 0
                IF BR-POS > 0
                OR (QT-SIZE(CUR-QIDX) > 0
                    AND CUR-LEN > QT-SIZE(CUR-QIDX))
                    ADD 1 TO QT-DLQ(CUR-QIDX)
                    ADD 1 TO DLQ-TOT
                    IF CUR-LEN > QT-FAILMAX(CUR-QIDX)
                        MOVE CUR-LEN TO QT-FAILMAX(CUR-QIDX)
                    END-IF
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * QUE 統計表查找/新增(CUR-QUE + CUR-TYPE)，結果 CUR-QIDX，
      * 表滿時為 0
      *-----------------------------------------------------------
        4800-QTFIND.
            MOVE 0 TO CUR-QIDX.
            PERFORM VARYING QT-IDX FROM 1 BY 1
                    UNTIL QT-IDX > QT-CNT OR CUR-QIDX > 0
                IF QT-QUE(QT-IDX) = CUR-QUE
                AND QT-TYPE(QT-IDX) = CUR-TYPE
                    MOVE QT-IDX TO CUR-QIDX
                END-IF
            END-PERFORM.
            IF CUR-QIDX = 0
                IF QT-CNT >= 500
                    IF NOT QT-FULL
                        DISPLAY "QUE TABLE FULL, SKIPPED : "
                                CUR-QUE(1:40)
                        MOVE "Y" TO QT-FULL-SW
                    END-IF
                ELSE
                    ADD 1 TO QT-CNT
                    MOVE QT-CNT TO CUR-QIDX
                    INITIALIZE QT-ENT(QT-CNT)
                    MOVE CUR-QUE TO QT-QUE(QT-CNT)
                    MOVE CUR-TYPE TO QT-TYPE(QT-CNT)
                    MOVE "N" TO QT-REG(QT-CNT)
                END-IF
            END-IF.

        COPY "DLQPD.DEF".

        COPY "CRYPTPD.DEF".

      *-----------------------------------------------------------
      * SORT 輸入：列出期間內的歸檔與備份檔，逐筆 RELEASE 長度
      *-----------------------------------------------------------
        5000-FEED SECTION.
        5010-OPEN.
            MOVE SPACES TO LS-CMD.
            STRING "ls " FUNCTION TRIM(ARCH-DIR) "/*_*.LOG "
                   FUNCTION TRIM(ARCH-DIR) "/*_*.BLG "
                   FUNCTION TRIM(SAVE-DIR) "/*_*_*.SAV "
                   FUNCTION TRIM(SAVE-DIR) "/*_*_*.SVB"
                   " > MWSIZERPTLS 2>/dev/null"
                   DELIMITED BY SIZE INTO LS-CMD
            END-STRING.
            CALL "SYSTEM" USING LS-CMD.

            OPEN INPUT SIZE-LIST-FILE.
            IF LIST-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL LIST-EOF
                    READ SIZE-LIST-FILE
                        AT END
                            MOVE "10" TO LIST-FILE-STAT
                        NOT AT END
                            PERFORM 5100-FILEONE THRU 5100-EXIT
                    END-READ
                END-PERFORM
                CLOSE SIZE-LIST-FILE
            END-IF.
            GO TO 5090-DONE.

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
            MOVE FILE-BASE(FN-BLEN - 2:3) TO FN-EXT.

            MOVE SPACES TO FN-DATE.
            MOVE 0 TO FN-QLEN.
            IF FN-EXT = "LOG" OR FN-EXT = "BLG"
                IF FN-BLEN > 13
                AND FILE-BASE(FN-BLEN - 12:1) = "_"
                    MOVE FILE-BASE(FN-BLEN - 11:8) TO FN-DATE
                    COMPUTE FN-QLEN = FN-BLEN - 13
                END-IF
            ELSE
                IF FN-BLEN > 20
                AND FILE-BASE(FN-BLEN - 19:1) = "_"
                AND FILE-BASE(FN-BLEN - 10:1) = "_"
                    MOVE FILE-BASE(FN-BLEN - 18:8) TO FN-DATE
                    COMPUTE FN-QLEN = FN-BLEN - 20
                END-IF
            END-IF.
            IF FN-QLEN < 1 OR FN-DATE IS NOT NUMERIC
                GO TO 5100-EXIT
            END-IF.
            IF FN-DATE < FROM-DATE OR FN-DATE > TO-DATE
                GO TO 5100-EXIT
            END-IF.
            MOVE SPACES TO CUR-QUE.
            MOVE FILE-BASE(1:FN-QLEN) TO CUR-QUE.
            IF ONE-QUE NOT = SPACES AND CUR-QUE NOT = ONE-QUE
            AND (ONE-QUE(1:1) NOT = "/" OR CUR-QUE NOT = ONE-QUE(2:))
                GO TO 5100-EXIT
            END-IF.

      * 已加密的歸檔/備份檔先解成明文暫存再讀；解不開略過
            MOVE LIST-REC TO CRYPT-FILE.
            PERFORM 1880-CRYPTOPEN.
            IF CRYPT-RC NOT = 0
                GO TO 5100-EXIT
            END-IF.
            MOVE CRYPT-WORK TO SZ-FILE-NAME.
            MOVE SPACES TO SZ-FILE-STAT.
            IF FN-EXT = "BLG" OR FN-EXT = "SVB"
                PERFORM 5200-BINFILE
            ELSE
                PERFORM 5300-TXTFILE
            END-IF.
            PERFORM 1885-CRYPTCLOSE.

        5100-EXIT.
            CONTINUE.

        5200-BINFILE.
            OPEN INPUT SIZE-BIN-FILE.
            IF SZ-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN : " SZ-FILE-NAME(1:60)
            ELSE
                IF FN-EXT = "BLG"
                    ADD 1 TO ARCH-FILES
                ELSE
                    ADD 1 TO SAVE-FILES
                END-IF
                PERFORM TEST BEFORE UNTIL SZ-EOF
                    READ SIZE-BIN-FILE
                        AT END
                            MOVE "10" TO SZ-FILE-STAT
                        NOT AT END
                            IF FN-EXT = "BLG"
                                MOVE BA-TYPE TO CUR-TYPE
                                MOVE BA-LEN TO CNT-DISP
                            ELSE
                                MOVE B-TYPE TO CUR-TYPE
                                MOVE B-LEN TO CNT-DISP
                            END-IF
                            IF CUR-TYPE = "POSIX" OR CUR-TYPE = "SYSV"
                                COMPUTE CUR-LEN =
                                        FUNCTION NUMVAL(CNT-DISP)
                                PERFORM 5500-LENONE
                            ELSE
                                ADD 1 TO SKIP-CNT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SIZE-BIN-FILE
            END-IF.

      * .LOG：HHMMSSss PRIOR=n [本文] / HHMMSSss TYPE=n [本文]
      * .SAV：TYPE(5) PRIOR(10) LEN(10) BODY，MASKED 標記行略過
        5300-TXTFILE.
            OPEN INPUT SIZE-TXT-FILE.
            IF SZ-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN : " SZ-FILE-NAME(1:60)
            ELSE
                IF FN-EXT = "LOG"
                    ADD 1 TO ARCH-FILES
                ELSE
                    ADD 1 TO SAVE-FILES
                END-IF
                PERFORM TEST BEFORE UNTIL SZ-EOF
                    READ SIZE-TXT-FILE
                        AT END
                            MOVE "10" TO SZ-FILE-STAT
                        NOT AT END
                            IF FN-EXT = "LOG"
                                PERFORM 5350-LOGREC
                            ELSE
                                PERFORM 5400-SAVREC
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SIZE-TXT-FILE
            END-IF.

        5350-LOGREC.
            MOVE 0 TO BR-POS.
            INSPECT TXT-REC TALLYING BR-POS
                FOR CHARACTERS BEFORE INITIAL " [".
            COMPUTE LN-LEN = FUNCTION LENGTH(
                    FUNCTION TRIM(TXT-REC TRAILING)).
      * 非時間開頭(續行、封存行、標記行)或本文被截斷者略過
            IF TXT-REC(1:8) IS NOT NUMERIC
            OR BR-POS >= LN-LEN - 2
            OR TXT-REC(LN-LEN:1) NOT = "]"
                ADD 1 TO SKIP-CNT
            ELSE
                IF TXT-REC(9:7) = " PRIOR="
                    MOVE "POSIX" TO CUR-TYPE
                ELSE
                    MOVE "SYSV" TO CUR-TYPE
                END-IF
                COMPUTE CUR-LEN = LN-LEN - BR-POS - 3
                PERFORM 5500-LENONE
            END-IF.

        5400-SAVREC.
            IF (S-TYPE = "POSIX" OR S-TYPE = "SYSV")
            AND S-LEN IS NOT = SPACES
                MOVE S-TYPE TO CUR-TYPE
                COMPUTE CUR-LEN = FUNCTION NUMVAL(S-LEN)
                PERFORM 5500-LENONE
            ELSE
                ADD 1 TO SKIP-CNT
            END-IF.

      * POSIX QUE 名稱開頭的 / 在檔名中成為目錄分隔，檔名取出
      * 的名稱未登錄而 /名稱 有登錄者，以登錄名稱計
        5450-POSIXNAME.
            MOVE SPACES TO FILE-BASE.
            STRING "/" FUNCTION TRIM(CUR-QUE)
                   DELIMITED BY SIZE INTO FILE-BASE
            END-STRING.
            MOVE 0 TO CL-HIT.
            PERFORM VARYING QT-IDX FROM 1 BY 1
                    UNTIL QT-IDX > QT-CNT OR CL-HIT > 0
                IF QT-TYPE(QT-IDX) = "POSIX"
                AND QT-QUE(QT-IDX) = CUR-QUE
                    MOVE QT-IDX TO CL-HIT
                END-IF
            END-PERFORM.
            IF CL-HIT = 0
                PERFORM VARYING QT-IDX FROM 1 BY 1
                        UNTIL QT-IDX > QT-CNT OR CL-HIT > 0
                    IF QT-TYPE(QT-IDX) = "POSIX"
                    AND QT-REG(QT-IDX) = "Y"
                    AND QT-QUE(QT-IDX) = FILE-BASE(1:64)
                        MOVE QT-IDX TO CL-HIT
                        MOVE FILE-BASE(1:64) TO CUR-QUE
                    END-IF
                END-PERFORM
            END-IF.

      * 一筆：CUR-QUE/CUR-TYPE/CUR-LEN
        5500-LENONE.
            IF CUR-LEN < 0 OR CUR-LEN > 99999
                ADD 1 TO SKIP-CNT
            ELSE
                IF CUR-TYPE = "POSIX" AND CUR-QUE(1:1) NOT = "/"
                    PERFORM 5450-POSIXNAME
                END-IF
                IF ONE-QUE NOT = SPACES AND CUR-QUE NOT = ONE-QUE
                    MOVE 0 TO CUR-QIDX
                ELSE
                    PERFORM 4800-QTFIND
                END-IF
                IF CUR-QIDX > 0
                    ADD 1 TO MSG-CNT
                    ADD 1 TO QT-N(CUR-QIDX)
                    ADD CUR-LEN TO QT-SUM(CUR-QIDX)
                    IF QT-N(CUR-QIDX) = 1
                    OR CUR-LEN < QT-MIN(CUR-QIDX)
                        MOVE CUR-LEN TO QT-MIN(CUR-QIDX)
                    END-IF
                    IF CUR-LEN > QT-HIGH(CUR-QIDX)
                        MOVE CUR-LEN TO QT-HIGH(CUR-QIDX)
                    END-IF
                    MOVE CUR-QIDX TO SW-QIDX
                    MOVE CUR-LEN TO SW-LEN
                    RELEASE SORT-REC
                END-IF
            END-IF.

        5090-DONE.
            CONTINUE.

      *-----------------------------------------------------------
      * SORT 輸出：各 QUE 依長度遞增，取第 CEIL(N*0.95) 筆為 P95
      *-----------------------------------------------------------
        6000-TAKE SECTION.
        6010-POS.
            MOVE 0 TO CUR-Q.
            MOVE 0 TO ROW-POS.
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
            IF SW-QIDX NOT = CUR-Q
                MOVE SW-QIDX TO CUR-Q
                MOVE 0 TO ROW-POS
                COMPUTE P95-POS = (QT-N(CUR-Q) * 95 + 99) / 100
                IF P95-POS < 1
                    MOVE 1 TO P95-POS
                END-IF
            END-IF.
            ADD 1 TO ROW-POS.
            IF ROW-POS = P95-POS
                MOVE SW-LEN TO QT-P95(CUR-Q)
            END-IF.

        6090-DONE.
            CONTINUE.

      *-----------------------------------------------------------
      * 寫出報表：每 QUE 一行，末列合計
      *-----------------------------------------------------------
        RPT-RTN                 SECTION.
        7000-REPORT.
            MOVE SPACES TO RPT-REC.
            STRING "MWSIZERPT - PAYLOAD SIZE UTILISATION " FROM-DATE
                   " - " TO-DATE
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE ARCH-FILES TO CNT-DISP.
            MOVE SAVE-FILES TO CNT-DISP2.
            STRING "  ARCHIVE FILES " FUNCTION TRIM(CNT-DISP)
                   " (" FUNCTION TRIM(ARCH-DIR) ")  SAVE FILES "
                   FUNCTION TRIM(CNT-DISP2) " ("
                   FUNCTION TRIM(SAVE-DIR) ")"
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE MSG-CNT TO CNT-DISP.
            MOVE SKIP-CNT TO CNT-DISP2.
            STRING "  MESSAGES " FUNCTION TRIM(CNT-DISP)
                   "  SKIPPED " FUNCTION TRIM(CNT-DISP2)
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.

            MOVE SPACES TO RPT-REC.
            STRING "QUE NAME                         TYPE  "
                   "    MSGS    MIN    AVG    P95    MAX"
                   " REGSIZE CLASS         REJ   DLQ"
                   " RECSIZE RECCLASS     VERDICT"
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:150).
            PERFORM 7900-RPTWRITE.

            PERFORM VARYING QT-IDX FROM 1 BY 1 UNTIL QT-IDX > QT-CNT
                PERFORM 7100-ADVISE
                PERFORM 7200-QUELINE
            END-PERFORM.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE UNDER-CNT TO CNT-DISP.
            MOVE OVER-CNT TO CNT-DISP2.
            STRING "UNDERSIZED " FUNCTION TRIM(CNT-DISP)
                   "  OVERSIZED " FUNCTION TRIM(CNT-DISP2)
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE REJ-TOT TO CNT-DISP.
            MOVE DLQ-TOT TO CNT-DISP2.
            STRING "SIZE REJECTS (MWSPOOL) " FUNCTION TRIM(CNT-DISP)
                   "  SIZE DEAD-LETTERS (MWDLQF) "
                   FUNCTION TRIM(CNT-DISP2)
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE BYTES-NOW TO BYTE-DISP.
            MOVE BYTES-REC TO BYTE-DISP2.
            STRING "POSIX REGISTERED BYTES (MAX*SIZE) NOW "
                   FUNCTION TRIM(BYTE-DISP) "  AS RECOMMENDED "
                   FUNCTION TRIM(BYTE-DISP2)
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            GO TO 7090-DONE.

      * 建議 SIZE/等級與判定
        7100-ADVISE.
            MOVE SPACES TO REC-CLASS.
            MOVE SPACES TO VERDICT.
            MOVE 0 TO REC-SIZE.
            MOVE QT-HIGH(QT-IDX) TO NEED-LEN.
            IF QT-FAILMAX(QT-IDX) > NEED-LEN
                MOVE QT-FAILMAX(QT-IDX) TO NEED-LEN
            END-IF.
            IF QT-N(QT-IDX) > 0
                COMPUTE AVG-LEN ROUNDED =
                        QT-SUM(QT-IDX) / QT-N(QT-IDX)
            ELSE
                MOVE 0 TO AVG-LEN
            END-IF.

            IF NEED-LEN = 0
                MOVE "NO TRAFFIC" TO VERDICT
            ELSE
      * 加 25% 餘裕，進位至 256 的倍數
                COMPUTE TARGET-LEN = (NEED-LEN * 125 + 99) / 100
                COMPUTE TARGET-LEN = (TARGET-LEN + 255) / 256
                COMPUTE TARGET-LEN = TARGET-LEN * 256
                IF TARGET-LEN > 10240
                    MOVE 10240 TO TARGET-LEN
                END-IF
                MOVE TARGET-LEN TO REC-SIZE
                MOVE 0 TO CL-HIT
                PERFORM VARYING CL-IDX FROM 1 BY 1
                        UNTIL CL-IDX > CL-CNT
                    IF CL-SIZEN(CL-IDX) >= TARGET-LEN
                        IF CL-HIT = 0
                            MOVE CL-IDX TO CL-HIT
                        ELSE
                            IF CL-SIZEN(CL-IDX) < CL-SIZEN(CL-HIT)
                                MOVE CL-IDX TO CL-HIT
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
                IF CL-HIT > 0
                    MOVE CL-NAME(CL-HIT) TO REC-CLASS
                    MOVE CL-SIZEN(CL-HIT) TO REC-SIZE
                END-IF

                EVALUATE TRUE
                    WHEN QT-TYPE(QT-IDX) NOT = "POSIX"
                        MOVE "SYSV" TO VERDICT
                    WHEN QT-REG(QT-IDX) NOT = "Y"
                        MOVE "NOT REG" TO VERDICT
                    WHEN QT-REJ(QT-IDX) + QT-DLQ(QT-IDX) > 0
                    OR NEED-LEN > QT-SIZE(QT-IDX)
                        MOVE "UNDERSIZED" TO VERDICT
                        ADD 1 TO UNDER-CNT
                    WHEN QT-SIZE(QT-IDX) >= REC-SIZE * 4
                        MOVE "OVERSIZED" TO VERDICT
                        ADD 1 TO OVER-CNT
                    WHEN OTHER
                        MOVE "OK" TO VERDICT
                END-EVALUATE
            END-IF.

      * POSIX 登錄容量合計：無建議者照現值計入
            IF QT-TYPE(QT-IDX) = "POSIX" AND QT-REG(QT-IDX) = "Y"
                COMPUTE BYTES-NOW = BYTES-NOW
                        + QT-MAX(QT-IDX) * QT-SIZE(QT-IDX)
                IF REC-SIZE > 0
                    COMPUTE BYTES-REC = BYTES-REC
                            + QT-MAX(QT-IDX) * REC-SIZE
                ELSE
                    COMPUTE BYTES-REC = BYTES-REC
                            + QT-MAX(QT-IDX) * QT-SIZE(QT-IDX)
                END-IF
            END-IF.

        7200-QUELINE.
            MOVE QT-N(QT-IDX) TO N-DISP.
            MOVE QT-MIN(QT-IDX) TO L-MIN.
            MOVE AVG-LEN TO L-AVG.
            MOVE QT-P95(QT-IDX) TO L-P95.
            MOVE QT-HIGH(QT-IDX) TO L-MAX.
            MOVE QT-SIZE(QT-IDX) TO L-REG.
            MOVE QT-REJ(QT-IDX) TO L-REJ.
            MOVE QT-DLQ(QT-IDX) TO L-DLQ.
            MOVE REC-SIZE TO L-REC.
            MOVE SPACES TO RPT-REC.
            STRING QT-QUE(QT-IDX)(1:32) " " QT-TYPE(QT-IDX) " "
                   N-DISP " " L-MIN " " L-AVG " " L-P95 " " L-MAX
                   "  " L-REG " " QT-CLASS(QT-IDX) " " L-REJ " "
                   L-DLQ "  " L-REC " " REC-CLASS " " VERDICT
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            IF QT-REG(QT-IDX) NOT = "Y"
                MOVE "     -" TO RPT-REC(78:6)
            END-IF.
            PERFORM 7900-RPTWRITE.

        7090-DONE.
            CONTINUE.

        7900-RPTWRITE.
            WRITE RPT-REC.

        2000-PARAM.

            ACCEPT PARAM-LIST FROM COMMAND-LINE.
            MOVE 1 TO STRING-PTR.
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 選擇性參數 : -date yyyymmdd , -days n , -que que_name ,
      *              -d arch_dir , -s save_dir , -r reject_file ,
      *              -o report_file
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
                WHEN "-q"      MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-date"   MOVE PARAM TO PARAM-PREV
                WHEN "-days"   MOVE PARAM TO PARAM-PREV
                WHEN "-que"    MOVE PARAM TO PARAM-PREV
                WHEN "-d"      MOVE PARAM TO PARAM-PREV
                WHEN "-s"      MOVE PARAM TO PARAM-PREV
                WHEN "-r"      MOVE PARAM TO PARAM-PREV
                WHEN "-o"      MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    PERFORM 2600-PARMVAL
            END-EVALUATE.

        2600-PARMVAL.
            EVALUATE PARAM-PREV
                WHEN "-date"
                    MOVE PARAM TO TO-DATE
                WHEN "-days"
                    COMPUTE DAYS-BACK = FUNCTION NUMVAL(PARAM)
                WHEN "-que"
                    MOVE PARAM TO ONE-QUE
                WHEN "-d"
                    MOVE PARAM TO ARCH-DIR
                WHEN "-s"
                    MOVE PARAM TO SAVE-DIR
                WHEN "-r"
                    MOVE PARAM TO REJ-FILE-NAME
                WHEN "-o"
                    MOVE PARAM TO RPT-FILE-NAME
                WHEN OTHER
                    GO TO 3000-PERR
            END-EVALUATE.
            MOVE SPACES TO PARAM-PREV.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWSIZERPT - Payload Size Utilisation Report".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWSIZERPT [options]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-date yyyymmdd]   Last Day(Default Yesterday)".
            DISPLAY "  [-days n]          Days Back(Default 7)".
            DISPLAY "  [-que que_name]    One Que Only".
            DISPLAY "  [-d arch_dir]      MWSINK Archive Dir".
            DISPLAY "                     (Default MWSINKDIR or".
            DISPLAY "                     ARCHIVE)".
            DISPLAY "  [-s save_dir]      MWSAVE File Dir(Default .)".
            DISPLAY "  [-r reject_file]   MWSPOOL Reject File".
            DISPLAY "                     (Default MWSPOOLREJ)".
            DISPLAY "  [-o report_file]   Report File(Default".
            DISPLAY "                     MWSIZERPTOUT)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWSIZERPT.
