      */--------------------------------------------------------------
      * MWDWELL.CBL
      * QUE 訊息停留時間(DWELL)分佈報表
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 以信封時間戳記計算每筆訊息在 QUE 內的停留時間：
      *      DWELL = 歸檔(收件)時間 - 信封 ENV-TICKS 送出時間
      *    信封為訊息本文前 16 BYTES(SEQ + TICKS，同 MWQPROF)，
      *    本文不足 17 BYTES 或 SEQ/TICKS 非正值者視為無信封
      * 2. 預設讀 MWSINK -bin 當日二進位歸檔(ARCH_DIR/*_yyyymmdd
      *    .BLG，QUE 名稱取自檔名、TYPE 取自紀錄，SEAL 尾紀錄略過)；
      *    -r recv_log -que name 改讀收件端文字紀錄(MSGRECV/MQRECV
      *    -o 或 MWSINK .LOG，格式 HHMMSSss PRIOR=|TYPE=n [本文])，
      *    本文若含換行等二進位內容致行被截斷者計入 SKIPPED
      * 3. 依 QUE、收件時刻(小時)分組，以 SORT 排序後取 P50/P90/
      *    P99(最近排名法)與 MAX，單位毫秒
      * 4. MWSLADEF 第 7 欄 MAXDWELL_MS 為該 QUE 停留 P99 上限，
      *    某小時 P99 超過者標示 *** P99 OVER SLA，任一小時超過
      *    RETURN-CODE 為 MWRC-WARN
      * 5. TICKS 與本機時鐘的差距於執行時校正一次(讀 TICKS 與
      *    本機日期時間相減)，收件時間精度為 1/100 秒；期間若
      *    重開機或調整時鐘，報表數值會整體偏移，送出時間晚於
      *    收件時間者計入 BAD CLOCK 不列入統計
      * 6. -date yyyymmdd 指定日期(預設昨日)；歸檔目錄 -d(預設
      *    依 MWSINKDIR/ARCHIVE)；報表 -o(預設 MWDWELLOUT)
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     歸檔已加密(MWCRYPT)時先解成明文暫存檔再讀，解不開視同
      *     開不了
      * 2026-10-15 ARIEN
      *     POSIX QUE 名稱補回前導 "/" 後才查統計表，MWSLADEF MAXDWELL_MS
      *     門檻對 POSIX QUE 生效
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWDWELL.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * ls 產出的當日二進位歸檔檔名清單
            SELECT DWELL-LIST-FILE ASSIGN TO "MWDWELLLS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LIST-FILE-STAT.
      * MWSINK -bin 二進位歸檔(長度前置變長紀錄)
            SELECT DWELL-BARCH-FILE ASSIGN TO DW-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS DW-FILE-STAT.
      * -r 收件端文字紀錄
            SELECT DWELL-RECV-FILE ASSIGN TO DW-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DW-FILE-STAT.
            SELECT SORT-WORK ASSIGN TO "MWDWELLSRT".
            SELECT DWELL-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
            COPY "SLASL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  DWELL-LIST-FILE.
        01  LIST-REC                PIC X(256).

        FD  DWELL-BARCH-FILE
            RECORD IS VARYING IN SIZE FROM 38 TO 10277
            DEPENDING ON BARCH-RLEN.
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

        FD  DWELL-RECV-FILE.
        01  RECV-REC                PIC X(10400).

        SD  SORT-WORK.
        01  SORT-REC.
            05  SW-QIDX             PIC 9(3).
            05  SW-HOUR             PIC 9(2).
            05  SW-DWELL            SIGNED-LONG.

        FD  DWELL-RPT-FILE.
        01  RPT-REC                 PIC X(160).
        COPY "SLAFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CRYPTWS.DEF".

        77  SLA-FILE-STAT       PIC XX.
            88 SLA-EOF          VALUE "10".
        77  LIST-FILE-STAT      PIC XX.
            88 LIST-EOF         VALUE "10".
        77  DW-FILE-STAT        PIC XX.
            88 DW-EOF           VALUE "10".
        77  RPT-FILE-STAT       PIC XX.
        77  BARCH-RLEN          PIC 9(5) VALUE 0.

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
                                 VALUE "MWDWELLOUT".
        01  DW-FILE-NAME        PIC X(256) VALUE SPACES.
        01  RECV-FILE-NAME      PIC X(256) VALUE SPACES.
        01  RECV-QUE            PIC X(64) VALUE SPACES.
        77  ARCH-DIR            PIC X(FILE_NAME_LEN) VALUE SPACES.
        77  CHK-DATE            PIC X(8) VALUE SPACES.
        77  LS-CMD              PIC X(300) VALUE SPACES.

      * 檔名拆解(QUE_yyyymmdd.BLG)
        01  FILE-BASE           PIC X(128).
        77  FN-LEN              SIGNED-INT VALUE 0.
        77  FN-IDX              SIGNED-INT VALUE 0.
        77  FN-SLASH            SIGNED-INT VALUE 0.
        77  FN-SUFLEN           SIGNED-INT VALUE 0.

      * SLA 定義表(只取 MAXDWELL_MS)
        01  SLA-TAB.
            05  SLA-ENT OCCURS 200 TIMES.
                10  L-QUE       PIC X(64).
                10  L-TYPE      PIC X(5).
                10  L-DWELL     SIGNED-LONG.
        77  SLA-CNT             SIGNED-INT VALUE 0.
        77  SLA-IDX             SIGNED-INT VALUE 0.
        01  SL-QUE              PIC X(64).
        01  SL-TYPE             PIC X(8).
        01  SL-PCT              PIC X(8).
        01  SL-RTT              PIC X(10).
        01  SL-DRAIN            PIC X(8).
        01  SL-TEAM             PIC X(16).
        01  SL-DWELL            PIC X(12).
        77  SL-UPTR             PIC 9(3).

      * QUE 統計表(每小時筆數供取位用)
        01  QT-TAB.
            05  QT-ENT OCCURS 200 TIMES.
                10  QT-QUE      PIC X(64).
                10  QT-TYPE     PIC X(5).
                10  QT-SLA      SIGNED-LONG.
                10  QT-MSGS     SIGNED-LONG.
                10  QT-NOENV    SIGNED-LONG.
                10  QT-BAD      SIGNED-LONG.
                10  QT-SKIP     SIGNED-LONG.
                10  QT-OVER     SIGNED-INT.
                10  QT-HCNT     SIGNED-LONG OCCURS 24 TIMES.
        77  QT-CNT              SIGNED-INT VALUE 0.
        77  QT-IDX              SIGNED-INT VALUE 0.
        77  CUR-QIDX            SIGNED-INT VALUE 0.
        77  HR-IDX              SIGNED-INT VALUE 0.

      * 信封與時間換算
        01  ENV-AREA.
            05  ENV-SEQ         SIGNED-LONG.
            05  ENV-TICKS       SIGNED-LONG.
        01  TM-TEXT             PIC X(8).
        01  FILLER REDEFINES TM-TEXT.
            05  TM-HH           PIC 9(2).
            05  TM-MM           PIC 9(2).
            05  TM-SS           PIC 9(2).
            05  TM-CC           PIC 9(2).
        77  CUR-TYPE            PIC X(5) VALUE SPACES.
        77  BODY-LEN            SIGNED-LONG VALUE 0.
        77  BR-POS              SIGNED-INT VALUE 0.
        77  NOW-NSEC            SIGNED-LONG VALUE 0.
        77  NOW-DATE            PIC X(8).
        77  CLK-OFFSET          SIGNED-LONG VALUE 0.
        77  DAY-BASE            SIGNED-LONG VALUE 0.
        77  RECV-MS             SIGNED-LONG VALUE 0.
        77  SEND-MS             SIGNED-LONG VALUE 0.
        77  DWELL-MS            SIGNED-LONG VALUE 0.
        77  TODAY-DATE          PIC X(8).
        77  WORK-NUM            PIC 9(8).
        77  WORK-INT            SIGNED-INT VALUE 0.

      * 排序取位
        77  CUR-Q               SIGNED-INT VALUE 0.
        77  CUR-H               SIGNED-INT VALUE -1.
        77  DONE-Q              SIGNED-INT VALUE 0.
        77  RPT-Q               SIGNED-INT VALUE 0.
        77  ROW-N               SIGNED-LONG VALUE 0.
        77  ROW-POS             SIGNED-LONG VALUE 0.
        77  P50-POS             SIGNED-LONG VALUE 0.
        77  P90-POS             SIGNED-LONG VALUE 0.
        77  P99-POS             SIGNED-LONG VALUE 0.
        77  P50-VAL             SIGNED-LONG VALUE 0.
        77  P90-VAL             SIGNED-LONG VALUE 0.
        77  P99-VAL             SIGNED-LONG VALUE 0.
        77  MAX-VAL             SIGNED-LONG VALUE 0.
        77  ROW-SW              PIC X VALUE SPACE.
            88 ROW-OPEN         VALUE 'Y'.
        77  SORT-EOF-SW         PIC X VALUE SPACE.
            88 SORT-EOF         VALUE 'Y'.

      * 合計
        77  FILE-CNT            SIGNED-INT VALUE 0.
        77  TOTAL-CNT           SIGNED-LONG VALUE 0.
        77  NOENV-CNT           SIGNED-LONG VALUE 0.
        77  BAD-CNT             SIGNED-LONG VALUE 0.
        77  SKIP-CNT            SIGNED-LONG VALUE 0.
        77  OVER-CNT            SIGNED-INT VALUE 0.

        77  CNT-DISP            PIC -(9)9.
        77  CNT-DISP2           PIC -(9)9.
        77  CNT-DISP3           PIC -(9)9.
        77  CNT-DISP4           PIC -(9)9.
        77  VAL-DISP            PIC -(9)9.
        77  HR-DISP             PIC 9(2).

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

      * 預設昨日(今日歸檔尚未收齊)
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
            COMPUTE WORK-NUM = FUNCTION NUMVAL(CHK-DATE).
            COMPUTE DAY-BASE =
                    FUNCTION INTEGER-OF-DATE(WORK-NUM) * 86400000.

            PERFORM 1800-CLOCKCAL.
            PERFORM 4000-SLALOAD.

            OPEN OUTPUT DWELL-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            MOVE SPACES TO RPT-REC.
            IF RECV-FILE-NAME = SPACES
                STRING "MWDWELL - QUE DWELL TIME FOR "
                           DELIMITED BY SIZE
                       CHK-DATE DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(ARCH-DIR) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
            ELSE
                STRING "MWDWELL - QUE DWELL TIME FOR "
                           DELIMITED BY SIZE
                       CHK-DATE DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(RECV-FILE-NAME)
                           DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
            END-IF.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.

      * 第一遍：讀歸檔、算 DWELL、逐 QUE/小時計數並 RELEASE；
      * 排序輸出時依各組筆數取百分位位置的值
            SORT SORT-WORK
                ON ASCENDING KEY SW-QIDX SW-HOUR SW-DWELL
                INPUT PROCEDURE IS 5000-FEED
                OUTPUT PROCEDURE IS 6000-TAKE.

            PERFORM 7000-SUMMARY.

            CLOSE DWELL-RPT-FILE.
            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).

            EVALUATE TRUE
                WHEN FILE-CNT = 0
                    MOVE MWRC-FILE TO RETURN-CODE
                WHEN OVER-CNT > 0
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
      * 時鐘校正：本機時間(毫秒) - TICKS(毫秒)
      *-----------------------------------------------------------
        1800-CLOCKCAL.
            CALL 'MW$UTILS' USING
                BY VALUE     TICKS_NSEC
                BY REFERENCE NOW-NSEC.
            ACCEPT NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT TM-TEXT FROM TIME.

            COMPUTE WORK-NUM = FUNCTION NUMVAL(NOW-DATE).
            COMPUTE CLK-OFFSET =
                    FUNCTION INTEGER-OF-DATE(WORK-NUM) * 86400000
                    + TM-HH * 3600000 + TM-MM * 60000
                    + TM-SS * 1000 + TM-CC * 10
                    - NOW-NSEC / 1000000.

      *-----------------------------------------------------------
      * 載入服務水準定義檔(缺檔時不做 SLA 比對)
      *-----------------------------------------------------------
        4000-SLALOAD.
            OPEN INPUT SLA-DEF-FILE.
            IF SLA-FILE-STAT NOT = "00"
                DISPLAY "MWSLADEF NOT AVAILABLE, SLA NOT CHECKED"
            ELSE
                PERFORM TEST BEFORE UNTIL SLA-EOF
                    READ SLA-DEF-FILE
                        AT END
                            MOVE "10" TO SLA-FILE-STAT
                        NOT AT END
                            PERFORM 4100-SLAONE
                    END-READ
                END-PERFORM
                CLOSE SLA-DEF-FILE
            END-IF.

        4100-SLAONE.
            IF SLA-REC = SPACES OR SLA-REC(1:1) = "*"
                CONTINUE
            ELSE
                IF SLA-CNT >= 200
                    DISPLAY "SLA TABLE FULL, ENTRY SKIPPED"
                ELSE
                    MOVE SPACES TO SL-QUE
                    MOVE SPACES TO SL-TYPE
                    MOVE SPACES TO SL-PCT
                    MOVE SPACES TO SL-RTT
                    MOVE SPACES TO SL-DRAIN
                    MOVE SPACES TO SL-TEAM
                    MOVE SPACES TO SL-DWELL
                    MOVE 1 TO SL-UPTR
                    UNSTRING SLA-REC DELIMITED BY "|"
                        INTO SL-QUE, SL-TYPE, SL-PCT, SL-RTT,
                             SL-DRAIN, SL-TEAM, SL-DWELL
                        POINTER SL-UPTR
                    END-UNSTRING
                    COMPUTE SLA-CNT = SLA-CNT + 1
                    MOVE SL-QUE TO L-QUE(SLA-CNT)
                    MOVE SL-TYPE(1:5) TO L-TYPE(SLA-CNT)
                    IF SL-DWELL = SPACES OR SL-DWELL(1:1) = "-"
                        MOVE 0 TO L-DWELL(SLA-CNT)
                    ELSE
                        COMPUTE L-DWELL(SLA-CNT) =
                                FUNCTION NUMVAL(SL-DWELL)
                    END-IF
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * QUE 統計表查找/新增(QT-QUE + QT-TYPE)，結果 CUR-QIDX，
      * 表滿時為 0；檔名取得的 POSIX QUE 名稱不含前導 "/"，先
      * 補回再查(MWSLADEF 及登錄簿的 POSIX QUE 名稱皆以 "/" 開頭)
      *-----------------------------------------------------------
        4500-QTFIND.
            IF CUR-TYPE = "POSIX" AND RECV-QUE NOT = SPACES
            AND RECV-QUE(1:1) NOT = "/"
                MOVE SPACES TO FILE-BASE
                STRING "/" FUNCTION TRIM(RECV-QUE)
                       DELIMITED BY SIZE INTO FILE-BASE
                END-STRING
                MOVE FILE-BASE(1:64) TO RECV-QUE
            END-IF.
            MOVE 0 TO CUR-QIDX.
            PERFORM VARYING QT-IDX FROM 1 BY 1
                    UNTIL QT-IDX > QT-CNT OR CUR-QIDX > 0
                IF QT-QUE(QT-IDX) = RECV-QUE
                AND QT-TYPE(QT-IDX) = CUR-TYPE
                    MOVE QT-IDX TO CUR-QIDX
                END-IF
            END-PERFORM.
            IF CUR-QIDX = 0
                IF QT-CNT >= 200
                    DISPLAY "QUE TABLE FULL, SKIPPED : "
                            RECV-QUE(1:40)
                ELSE
                    COMPUTE QT-CNT = QT-CNT + 1
                    MOVE QT-CNT TO CUR-QIDX
                    INITIALIZE QT-ENT(QT-CNT)
                    MOVE RECV-QUE TO QT-QUE(QT-CNT)
                    MOVE CUR-TYPE TO QT-TYPE(QT-CNT)
                    PERFORM VARYING SLA-IDX FROM 1 BY 1
                            UNTIL SLA-IDX > SLA-CNT
                        IF L-QUE(SLA-IDX) = RECV-QUE
                        AND L-TYPE(SLA-IDX) = CUR-TYPE
                            MOVE L-DWELL(SLA-IDX) TO QT-SLA(QT-CNT)
                        END-IF
                    END-PERFORM
                END-IF
            END-IF.

        COPY "CRYPTPD.DEF".

      *-----------------------------------------------------------
      * SORT 輸入：讀歸檔或收件紀錄、算 DWELL、RELEASE
      *-----------------------------------------------------------
        5000-FEED SECTION.
        5010-OPEN.
            IF RECV-FILE-NAME NOT = SPACES
                MOVE RECV-FILE-NAME TO DW-FILE-NAME
                PERFORM 5300-RECVFILE
                GO TO 5090-DONE
            END-IF.

      * 以 ls 列出當日二進位歸檔
            MOVE SPACES TO LS-CMD.
            STRING "ls " DELIMITED BY SIZE
                   FUNCTION TRIM(ARCH-DIR) DELIMITED BY SIZE
                   "/*_" DELIMITED BY SIZE
                   CHK-DATE DELIMITED BY SIZE
                   ".BLG > MWDWELLLS 2>/dev/null" DELIMITED BY SIZE
                INTO LS-CMD
            END-STRING.
            CALL "SYSTEM" USING LS-CMD.

            OPEN INPUT DWELL-LIST-FILE.
            IF LIST-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL LIST-EOF
                    READ DWELL-LIST-FILE
                        AT END
                            MOVE "10" TO LIST-FILE-STAT
                        NOT AT END
                            PERFORM 5100-FILEONE
                    END-READ
                END-PERFORM
                CLOSE DWELL-LIST-FILE
            END-IF.
            GO TO 5090-DONE.

      * 一個 .BLG：QUE 名稱取自檔名(去掉 _yyyymmdd.BLG)
        5100-FILEONE.
            IF LIST-REC NOT = SPACES
                COMPUTE FN-LEN =
                        FUNCTION LENGTH(FUNCTION TRIM(LIST-REC))
                MOVE 0 TO FN-SLASH
                PERFORM VARYING FN-IDX FROM FN-LEN BY -1
                        UNTIL FN-IDX < 1 OR FN-SLASH > 0
                    IF LIST-REC(FN-IDX:1) = "/"
                        MOVE FN-IDX TO FN-SLASH
                    END-IF
                END-PERFORM
                MOVE SPACES TO FILE-BASE
                MOVE LIST-REC(FN-SLASH + 1:FN-LEN - FN-SLASH)
                    TO FILE-BASE
                COMPUTE FN-SUFLEN = FN-LEN - FN-SLASH - 13
                MOVE SPACES TO RECV-QUE
                IF FN-SUFLEN > 0
                    MOVE FILE-BASE(1:FN-SUFLEN) TO RECV-QUE
                END-IF

      * 已加密歸檔先解成明文暫存檔再讀(解不開視同開不了)
                MOVE LIST-REC TO CRYPT-FILE
                PERFORM 1880-CRYPTOPEN
                MOVE LIST-REC TO DW-FILE-NAME
                MOVE SPACES TO DW-FILE-STAT
                IF CRYPT-RC = 0
                    MOVE CRYPT-WORK TO DW-FILE-NAME
                    OPEN INPUT DWELL-BARCH-FILE
                END-IF
                IF DW-FILE-STAT NOT = "00"
                    DISPLAY "CANNOT OPEN ARCHIVE : "
                            CRYPT-FILE(1:60)
                ELSE
                    COMPUTE FILE-CNT = FILE-CNT + 1
                    PERFORM TEST BEFORE UNTIL DW-EOF
                        READ DWELL-BARCH-FILE
                            AT END
                                MOVE "10" TO DW-FILE-STAT
                            NOT AT END
                                PERFORM 5200-BLGREC
                        END-READ
                    END-PERFORM
                    CLOSE DWELL-BARCH-FILE
                END-IF
                PERFORM 1885-CRYPTCLOSE
            END-IF.

        5200-BLGREC.
            IF BA-TYPE NOT = "SEAL "
                MOVE BA-TYPE TO CUR-TYPE
                PERFORM 4500-QTFIND
                IF CUR-QIDX > 0
                    MOVE BA-TIME TO TM-TEXT
                    COMPUTE BODY-LEN = FUNCTION NUMVAL(BA-LEN)
                    IF BODY-LEN > 16
                        MOVE BA-BODY(1:16) TO ENV-AREA
                    ELSE
                        MOVE LOW-VALUES TO ENV-AREA
                    END-IF
                    PERFORM 5500-DWELLONE
                END-IF
            END-IF.

      * -r 收件端文字紀錄：HHMMSSss PRIOR=n|TYPE=n [本文]
        5300-RECVFILE.
            MOVE SPACES TO DW-FILE-STAT.
            OPEN INPUT DWELL-RECV-FILE.
            IF DW-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RECV LOG : "
                        DW-FILE-NAME(1:60)
            ELSE
                COMPUTE FILE-CNT = FILE-CNT + 1
                PERFORM TEST BEFORE UNTIL DW-EOF
                    READ DWELL-RECV-FILE
                        AT END
                            MOVE "10" TO DW-FILE-STAT
                        NOT AT END
                            PERFORM 5400-RECVREC
                    END-READ
                END-PERFORM
                CLOSE DWELL-RECV-FILE
            END-IF.

        5400-RECVREC.
            IF RECV-REC(9:6) = " TYPE="
                MOVE "SYSV" TO CUR-TYPE
            ELSE
                MOVE "POSIX" TO CUR-TYPE
            END-IF.
            PERFORM 4500-QTFIND.
            IF CUR-QIDX > 0
                MOVE RECV-REC(1:8) TO TM-TEXT
                MOVE 0 TO BR-POS
                INSPECT RECV-REC TALLYING BR-POS
                    FOR CHARACTERS BEFORE INITIAL "["
      * 非時間開頭(如 SEAL 尾紀錄)或無本文者略過
                IF TM-TEXT IS NOT NUMERIC
                OR BR-POS >= LENGTH OF RECV-REC - 17
                    COMPUTE QT-SKIP(CUR-QIDX) =
                            QT-SKIP(CUR-QIDX) + 1
                    COMPUTE SKIP-CNT = SKIP-CNT + 1
                ELSE
                    MOVE RECV-REC(BR-POS + 2:16) TO ENV-AREA
                    PERFORM 5500-DWELLONE
                END-IF
            END-IF.

      * 一筆：TM-TEXT 收件時間、ENV-AREA 信封
        5500-DWELLONE.
            IF TM-TEXT IS NOT NUMERIC OR TM-HH > 23
                COMPUTE QT-SKIP(CUR-QIDX) = QT-SKIP(CUR-QIDX) + 1
                COMPUTE SKIP-CNT = SKIP-CNT + 1
            ELSE
                IF ENV-SEQ NOT > 0 OR ENV-TICKS NOT > 0
                    COMPUTE QT-NOENV(CUR-QIDX) =
                            QT-NOENV(CUR-QIDX) + 1
                    COMPUTE NOENV-CNT = NOENV-CNT + 1
                ELSE
                    COMPUTE RECV-MS = DAY-BASE
                            + TM-HH * 3600000 + TM-MM * 60000
                            + TM-SS * 1000 + TM-CC * 10
                    COMPUTE SEND-MS =
                            ENV-TICKS / 1000000 + CLK-OFFSET
                    COMPUTE DWELL-MS = RECV-MS - SEND-MS
                    IF DWELL-MS < 0
                        COMPUTE QT-BAD(CUR-QIDX) =
                                QT-BAD(CUR-QIDX) + 1
                        COMPUTE BAD-CNT = BAD-CNT + 1
                    ELSE
                        COMPUTE HR-IDX = TM-HH + 1
                        COMPUTE QT-HCNT(CUR-QIDX, HR-IDX) =
                                QT-HCNT(CUR-QIDX, HR-IDX) + 1
                        COMPUTE QT-MSGS(CUR-QIDX) =
                                QT-MSGS(CUR-QIDX) + 1
                        COMPUTE TOTAL-CNT = TOTAL-CNT + 1
                        MOVE CUR-QIDX TO SW-QIDX
                        MOVE TM-HH TO SW-HOUR
                        MOVE DWELL-MS TO SW-DWELL
                        RELEASE SORT-REC
                    END-IF
                END-IF
            END-IF.

        5090-DONE.
            EXIT.

      *-----------------------------------------------------------
      * SORT 輸出：逐 QUE/小時取 P50/P90/P99/MAX
      *-----------------------------------------------------------
        6000-TAKE SECTION.
        6010-POS.
            MOVE 0 TO CUR-Q.
            MOVE -1 TO CUR-H.
            MOVE 0 TO DONE-Q.
            MOVE SPACE TO ROW-SW.
            MOVE SPACE TO SORT-EOF-SW.
            PERFORM TEST BEFORE UNTIL SORT-EOF
                RETURN SORT-WORK
                    AT END
                        MOVE "Y" TO SORT-EOF-SW
                    NOT AT END
                        PERFORM 6100-TAKEONE
                END-RETURN
            END-PERFORM.

            IF ROW-OPEN
                PERFORM 6300-ROWFLUSH
            END-IF.
            IF CUR-Q > 0
                MOVE CUR-Q TO RPT-Q
                PERFORM 6500-QUEEND
            END-IF.
      * 沒有任何可算樣本的 QUE 也列出(NO ENVELOPE 等計數)
            PERFORM 6600-QUEEMPTY UNTIL DONE-Q >= QT-CNT.
            GO TO 6090-DONE.

        6100-TAKEONE.
            IF SW-QIDX NOT = CUR-Q OR SW-HOUR NOT = CUR-H
                IF ROW-OPEN
                    PERFORM 6300-ROWFLUSH
                END-IF
                IF SW-QIDX NOT = CUR-Q
                    IF CUR-Q > 0
                        MOVE CUR-Q TO RPT-Q
                        PERFORM 6500-QUEEND
                    END-IF
                    PERFORM 6600-QUEEMPTY
                            UNTIL DONE-Q + 1 >= SW-QIDX
                    MOVE SW-QIDX TO CUR-Q
                    MOVE CUR-Q TO RPT-Q
                    PERFORM 6400-QUEHEAD
                END-IF
                MOVE SW-HOUR TO CUR-H
                PERFORM 6200-ROWSTART
            END-IF.

            COMPUTE ROW-POS = ROW-POS + 1.
            IF ROW-POS = P50-POS
                MOVE SW-DWELL TO P50-VAL
            END-IF.
            IF ROW-POS = P90-POS
                MOVE SW-DWELL TO P90-VAL
            END-IF.
            IF ROW-POS = P99-POS
                MOVE SW-DWELL TO P99-VAL
            END-IF.
            MOVE SW-DWELL TO MAX-VAL.

      * 位置 = 無條件進位(pct/100*筆數)，至少 1
        6200-ROWSTART.
            MOVE "Y" TO ROW-SW.
            COMPUTE HR-IDX = CUR-H + 1.
            MOVE QT-HCNT(CUR-Q, HR-IDX) TO ROW-N.
            COMPUTE P50-POS = (ROW-N * 50 + 99) / 100.
            COMPUTE P90-POS = (ROW-N * 90 + 99) / 100.
            COMPUTE P99-POS = (ROW-N * 99 + 99) / 100.
            IF P50-POS < 1
                MOVE 1 TO P50-POS
            END-IF.
            IF P90-POS < 1
                MOVE 1 TO P90-POS
            END-IF.
            IF P99-POS < 1
                MOVE 1 TO P99-POS
            END-IF.
            MOVE 0 TO ROW-POS.
            MOVE 0 TO P50-VAL.
            MOVE 0 TO P90-VAL.
            MOVE 0 TO P99-VAL.
            MOVE 0 TO MAX-VAL.

        6300-ROWFLUSH.
            MOVE SPACE TO ROW-SW.
            MOVE SPACES TO RPT-REC.
            MOVE CUR-H TO HR-DISP.
            MOVE HR-DISP TO RPT-REC(1:2).
            MOVE ":00" TO RPT-REC(3:3).
            MOVE ROW-N TO CNT-DISP.
            MOVE CNT-DISP TO RPT-REC(7:10).
            MOVE P50-VAL TO VAL-DISP.
            MOVE VAL-DISP TO RPT-REC(19:10).
            MOVE P90-VAL TO VAL-DISP.
            MOVE VAL-DISP TO RPT-REC(31:10).
            MOVE P99-VAL TO VAL-DISP.
            MOVE VAL-DISP TO RPT-REC(43:10).
            MOVE MAX-VAL TO VAL-DISP.
            MOVE VAL-DISP TO RPT-REC(55:10).
            IF QT-SLA(CUR-Q) > 0 AND P99-VAL > QT-SLA(CUR-Q)
                MOVE "*** P99 OVER SLA" TO RPT-REC(67:16)
                COMPUTE QT-OVER(CUR-Q) = QT-OVER(CUR-Q) + 1
                COMPUTE OVER-CNT = OVER-CNT + 1
            END-IF.
            PERFORM 7900-RPTWRITE.

        6400-QUEHEAD.
            MOVE SPACES TO RPT-REC.
            IF QT-SLA(RPT-Q) > 0
                MOVE QT-SLA(RPT-Q) TO CNT-DISP
                STRING "QUE : " DELIMITED BY SIZE
                       FUNCTION TRIM(QT-QUE(RPT-Q)) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(QT-TYPE(RPT-Q))
                           DELIMITED BY SIZE
                       ")  P99 SLA : " DELIMITED BY SIZE
                       FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                       " ms" DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
            ELSE
                STRING "QUE : " DELIMITED BY SIZE
                       FUNCTION TRIM(QT-QUE(RPT-Q)) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(QT-TYPE(RPT-Q))
                           DELIMITED BY SIZE
                       ")  P99 SLA : NONE" DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
            END-IF.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE "HOUR" TO RPT-REC(1:4).
            MOVE "MSGS" TO RPT-REC(13:4).
            MOVE "P50 ms" TO RPT-REC(23:6).
            MOVE "P90 ms" TO RPT-REC(35:6).
            MOVE "P99 ms" TO RPT-REC(47:6).
            MOVE "MAX ms" TO RPT-REC(59:6).
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:82).
            PERFORM 7900-RPTWRITE.

        6500-QUEEND.
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:82).
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE QT-MSGS(RPT-Q) TO CNT-DISP.
            MOVE QT-NOENV(RPT-Q) TO CNT-DISP2.
            MOVE QT-BAD(RPT-Q) TO CNT-DISP3.
            MOVE QT-SKIP(RPT-Q) TO CNT-DISP4.
            STRING "MSGS " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                   "  NO ENVELOPE " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP2) DELIMITED BY SIZE
                   "  BAD CLOCK " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP3) DELIMITED BY SIZE
                   "  SKIPPED " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP4) DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE RPT-Q TO DONE-Q.

        6600-QUEEMPTY.
            COMPUTE RPT-Q = DONE-Q + 1.
            PERFORM 6400-QUEHEAD.
            MOVE SPACES TO RPT-REC.
            MOVE "NO DWELL SAMPLES" TO RPT-REC(1:16).
            PERFORM 7900-RPTWRITE.
            PERFORM 6500-QUEEND.

        6090-DONE.
            EXIT.

      *-----------------------------------------------------------
      * 總結
      *-----------------------------------------------------------
        RPT-RTN                 SECTION.
        7000-SUMMARY.
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:60).
            PERFORM 7900-RPTWRITE.

            IF FILE-CNT = 0
                MOVE SPACES TO RPT-REC
                MOVE "NO INPUT FILE FOUND" TO RPT-REC
                PERFORM 7900-RPTWRITE
            END-IF.

            MOVE QT-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "QUES           : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE TOTAL-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "MSGS MEASURED  : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE NOENV-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "NO ENVELOPE    : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE BAD-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "BAD CLOCK      : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE SKIP-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "SKIPPED        : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE OVER-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "HOURS OVER SLA : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:100).

        2000-PARAM.

            ACCEPT PARAM-LIST FROM COMMAND-LINE.
            MOVE 1 TO STRING-PTR.
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 選擇性參數 : -date yyyymmdd , -d arch_dir ,
      *              -r recv_log -que que_name , -o report_file
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
                                WHEN "-r"
                                    MOVE PARAM TO RECV-FILE-NAME
                                WHEN "-que"
                                    MOVE PARAM TO RECV-QUE
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

      * -r 與 -que 須成對
            IF RECV-FILE-NAME = SPACES AND RECV-QUE NOT = SPACES
                GO TO 3000-PERR
            END-IF.
            IF RECV-FILE-NAME NOT = SPACES AND RECV-QUE = SPACES
                GO TO 3000-PERR
            END-IF.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"      MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-date"   MOVE PARAM TO PARAM-PREV
                WHEN "-d"      MOVE PARAM TO PARAM-PREV
                WHEN "-r"      MOVE PARAM TO PARAM-PREV
                WHEN "-que"    MOVE PARAM TO PARAM-PREV
                WHEN "-o"      MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-date"
                            MOVE PARAM TO CHK-DATE
                        WHEN "-d"
                            MOVE PARAM TO ARCH-DIR
                        WHEN "-r"
                            MOVE PARAM TO RECV-FILE-NAME
                        WHEN "-que"
                            MOVE PARAM TO RECV-QUE
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

            DISPLAY "MWDWELL - QUE Dwell Time Distribution".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWDWELL [options]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-date yyyymmdd]   Archive Date(Default".
            DISPLAY "                     Yesterday)".
            DISPLAY "  [-d arch_dir]      MWSINK -bin Archive Dir".
            DISPLAY "                     (Default MWSINKDIR or".
            DISPLAY "                     ARCHIVE)".
            DISPLAY "  [-r recv_log]      Read Consumer Receive Log".
            DISPLAY "  [-que que_name]    QUE Name Of -r Log".
            DISPLAY "  [-o report_file]   Report File(Default".
            DISPLAY "                     MWDWELLOUT)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWDWELL.
