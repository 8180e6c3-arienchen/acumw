      */--------------------------------------------------------------
      * MWGDASH.CBL
      * 多主機 QUE 狀態總覽(彙整各主機 MWDASH -metrics 快照)
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 各主機以 MWDASH -metrics 產出監控快照，經 MWBRIDGE 同一
      *    轉運目錄(-d，預設 BRIDGE，可由環境變數 MWBRIDGED 覆蓋)
      *    收齊後，由本程式彙整成單一畫面/報表：逐主機逐 QUE 列出
      *    深度/容量/使用率/告警/停滯消費者/責任團隊，另依責任團隊
      *    加總(QUE 數/積壓/告警數/停滯數/過期數)與全域加總
      * 2. -l host_list 一行一台主機(預設 MWGHOSTS)：HOST 或
      *    HOST|FILE；未給 FILE 時取轉運目錄下 HOST.MET
      * 3. 快照時戳(mwdash.timestamp)早於 -fresh 分鐘(預設 15)標
      *    STALE、快照檔不存在標 MISSING、無時戳標 NOSTAMP：收集端
      *    掛掉不可被當成 QUE 清空；過期主機的 QUE 仍逐筆列出並標
      *    STALE，但不計入團隊/全域的積壓、告警與停滯加總，改計入
      *    過期欄
      * 4. -csv 輸出逗號分隔格式供企業監控代理程式擷取：一 QUE 一
      *    列，無任何 QUE 的主機(MISSING 等)另出一列空白 QUE，代理
      *    程式同樣看得到死掉的收集端
      * 5. -o out_file 同步寫出檔案(先寫 .TMP 再 mv 原子替換)；
      *    -i interval_sec / -cycles cnt 定時重新整理(同 MWDASH)
      * 6. 任一主機過期/缺檔或任一 QUE 告警/停滯即以 MWRC-WARN 結束
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWGDASH.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * -l 主機清單檔，一行一筆 HOST[|FILE]
            SELECT GDASH-LIST-FILE ASSIGN TO LIST-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LIST-FILE-STAT.
      * 各主機 MWDASH -metrics 快照(逐一開啟)
            SELECT GDASH-MET-FILE ASSIGN TO MET-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MET-FILE-STAT.
      * -o 輸出檔(.TMP 寫完再 mv)
            SELECT GDASH-OUT-FILE ASSIGN TO OUT-TMP-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OUT-FILE-STAT.
            COPY "INCLOGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  GDASH-LIST-FILE.
        01  LIST-REC                PIC X(300).

        FD  GDASH-MET-FILE.
        01  MET-REC                 PIC X(256).

        FD  GDASH-OUT-FILE.
        01  OUT-REC                 PIC X(160).
        COPY "INCLOGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  LIST-FILE-STAT      PIC XX.
            88 LIST-EOF         VALUE "10".
        77  MET-FILE-STAT       PIC XX.
            88 MET-EOF          VALUE "10".
        77  OUT-FILE-STAT       PIC XX.
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
        77  CSV-SW              PIC X VALUE SPACE.
            88 CSV-ON           VALUE 'Y'.
        77  OUT-SW              PIC X VALUE SPACE.
            88 OUT-ON           VALUE 'Y'.

        01  LIST-FILE-NAME      PIC X(FILE_NAME_LEN)
                                VALUE "MWGHOSTS".
        01  MET-FILE-NAME       PIC X(FILE_NAME_LEN) VALUE SPACES.
        01  OUT-FILE-NAME       PIC X(FILE_NAME_LEN) VALUE SPACES.
        01  OUT-TMP-NAME        PIC X(FILE_NAME_LEN) VALUE SPACES.
      * 轉運目錄(同 MWBRIDGE -d)
        01  XFER-DIR            PIC X(FILE_NAME_LEN) VALUE SPACES.
        77  OUT-MV-CMD          PIC X(540) VALUE SPACES.
        77  CLEAR-CMD           PIC X(10) VALUE "clear".

      * 快照新鮮度門檻(分鐘)
        77  FRESH-MIN           SIGNED-INT VALUE 15.

      * -i interval_sec / -cycles cnt
        77  INTERVAL-SEC        SIGNED-INT VALUE 0.
        77  INTERVAL-USEC       SIGNED-LONG VALUE 0.
        77  CYCLE-MAX           SIGNED-INT VALUE 0.
        77  CYCLE-CNT           SIGNED-INT VALUE 0.
        77  GD-SW               PIC X VALUE SPACE.
            88 GD-DONE          VALUE 'Y'.
        77  WARN-FIRED-SW       PIC X VALUE SPACE.
            88 WARN-FIRED       VALUE 'Y'.

      * 清單行拆解
        01  LS-HOST             PIC X(16).
        01  LS-FILE             PIC X(FILE_NAME_LEN).
        77  LS-UPTR             PIC 9(3).

      * 主機表(清單檔順序)
        01  HOST-TAB.
            05  HS-ENT OCCURS 100 TIMES.
                10  HS-NAME     PIC X(16).
                10  HS-FILE     PIC X(FILE_NAME_LEN).
                10  HS-STAMP    PIC X(14).
                10  HS-AGE      SIGNED-LONG.
                10  HS-STATE    PIC X(8).
                    88 HS-OK    VALUE "OK".
                10  HS-QCNT     SIGNED-INT.
        77  HS-CNT              SIGNED-INT VALUE 0.
        77  HS-IDX              SIGNED-INT VALUE 0.
        77  HS-SKIP             SIGNED-INT VALUE 0.

      * 主機+QUE 表(一輪重建)
        01  GQ-TAB.
            05  GQ-ENT OCCURS 3000 TIMES.
                10  GQ-HOST     SIGNED-INT.
                10  GQ-NAME     PIC X(64).
                10  GQ-TYPE     PIC X(8).
                10  GQ-DEPTH    SIGNED-LONG.
                10  GQ-CAP      SIGNED-LONG.
                10  GQ-PCT      SIGNED-INT.
                10  GQ-WARN     PIC X.
                10  GQ-STUCK    PIC X.
                10  GQ-OWNER    PIC X(32).
        77  GQ-CNT              SIGNED-INT VALUE 0.
        77  GQ-IDX              SIGNED-INT VALUE 0.
        77  GQ-FIRST            SIGNED-INT VALUE 0.
        77  GQ-SKIP             SIGNED-INT VALUE 0.

      * 責任團隊加總表
        01  OWN-TAB.
            05  OW-ENT OCCURS 200 TIMES.
                10  OW-NAME     PIC X(32).
                10  OW-QCNT     SIGNED-INT.
                10  OW-DEPTH    SIGNED-LONG.
                10  OW-WARN     SIGNED-INT.
                10  OW-STUCK    SIGNED-INT.
                10  OW-STALE    SIGNED-INT.
        77  OW-CNT              SIGNED-INT VALUE 0.
        77  OW-IDX              SIGNED-INT VALUE 0.
        01  OW-KEY              PIC X(32).

      * 全域加總
        77  TOT-HOST-BAD        SIGNED-INT VALUE 0.
        77  TOT-QUE             SIGNED-INT VALUE 0.
        77  TOT-DEPTH           SIGNED-LONG VALUE 0.
        77  TOT-WARN            SIGNED-INT VALUE 0.
        77  TOT-STUCK           SIGNED-INT VALUE 0.
        77  TOT-STALE           SIGNED-INT VALUE 0.

      * 快照行拆解：key value
        01  MT-KEY              PIC X(120).
        01  MT-VAL              PIC X(64).
        01  MT-QUE              PIC X(64).
        01  MT-ATTR             PIC X(16).
        77  MT-UPTR             SIGNED-INT VALUE 0.
        77  MT-KLEN             SIGNED-INT VALUE 0.
        77  MT-DOT              SIGNED-INT VALUE 0.
        77  MT-QLEN             SIGNED-INT VALUE 0.

      * 快照年齡計算
        01  NOW-DATE            PIC X(8).
        01  NOW-TIME            PIC X(8).
        77  NOW-DATE-NUM        PIC 9(8) VALUE 0.
        77  NOW-INT             SIGNED-LONG VALUE 0.
        77  NOW-MINUTES         SIGNED-LONG VALUE 0.
        77  SNAP-DATE-NUM       PIC 9(8) VALUE 0.
        77  SNAP-INT            SIGNED-LONG VALUE 0.
        77  SNAP-MINUTES        SIGNED-LONG VALUE 0.

      * 輸出行
        01  OUT-LINE            PIC X(160).
        01  HOST-LINE.
            05  HL-HOST         PIC X(16).
            05  FILLER          PIC X.
            05  HL-STATE        PIC X(8).
            05  FILLER          PIC X.
            05  HL-STAMP        PIC X(14).
            05  FILLER          PIC X.
            05  HL-AGE          PIC -(7)9.
            05  FILLER          PIC X.
            05  HL-QCNT         PIC Z(5)9.
        01  QUE-LINE.
            05  QL-HOST         PIC X(16).
            05  FILLER          PIC X.
            05  QL-TYPE         PIC X(5).
            05  FILLER          PIC X.
            05  QL-QUE          PIC X(28).
            05  FILLER          PIC X.
            05  QL-DEPTH        PIC Z(8)9.
            05  FILLER          PIC X.
            05  QL-CAP          PIC Z(8)9.
            05  FILLER          PIC X.
            05  QL-PCT          PIC ZZZ9.
            05  FILLER          PIC X.
            05  QL-FLAGS        PIC X(17).
            05  FILLER          PIC X.
            05  QL-OWNER        PIC X(20).
        01  OWN-LINE.
            05  OL-OWNER        PIC X(20).
            05  FILLER          PIC X.
            05  OL-QCNT         PIC Z(5)9.
            05  FILLER          PIC X.
            05  OL-DEPTH        PIC Z(9)9.
            05  FILLER          PIC X.
            05  OL-WARN         PIC Z(5)9.
            05  FILLER          PIC X.
            05  OL-STUCK        PIC Z(5)9.
            05  FILLER          PIC X.
            05  OL-STALE        PIC Z(5)9.
        77  FLAG-PTR            SIGNED-INT VALUE 0.
        77  CSV-PTR             SIGNED-INT VALUE 0.
        77  NUM-DISP            PIC -(9)9.
        77  NUM-DISP2           PIC -(9)9.
        77  NUM-DISP3           PIC -(9)9.
        77  CNT-DISP            PIC Z(5)9.
        77  FRESH-DISP          PIC Z(5)9.

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
            IF FRESH-MIN < 1
                MOVE 1 TO FRESH-MIN
            END-IF.

            PERFORM 4000-HOSTLOAD.
            IF HS-CNT = 0
                DISPLAY "NO HOST IN LIST FILE : "
                        LIST-FILE-NAME(1:50)
                MOVE MWRC-PARM TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL GD-DONE
                PERFORM 5000-REFRESH THRU 5000-EXIT
                PERFORM 5900-CYCLECHK
            END-PERFORM.

      * 任一主機過期/缺檔或 QUE 告警/停滯即 MWRC-WARN
            IF WARN-FIRED
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
      * 載入主機清單：HOST 或 HOST|FILE，未給 FILE 取 DIR/HOST.MET
      *-----------------------------------------------------------
        4000-HOSTLOAD.
            MOVE SPACES TO LIST-FILE-STAT.
            OPEN INPUT GDASH-LIST-FILE.
            IF LIST-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN LIST FILE : " LIST-FILE-NAME(1:50);
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            PERFORM TEST BEFORE UNTIL LIST-EOF
                READ GDASH-LIST-FILE
                    AT END
                        MOVE "10" TO LIST-FILE-STAT
                    NOT AT END
                        PERFORM 4100-HOSTONE THRU 4100-EXIT
                END-READ
            END-PERFORM.

            CLOSE GDASH-LIST-FILE.

            IF HS-SKIP > 0
                MOVE HS-SKIP TO CNT-DISP
                DISPLAY "HOST TABLE FULL, SKIPPED : " CNT-DISP
            END-IF.

        4100-HOSTONE.
            IF LIST-REC = SPACES OR LIST-REC(1:1) = "*"
                GO TO 4100-EXIT
            END-IF.

            MOVE SPACES TO LS-HOST.
            MOVE SPACES TO LS-FILE.
            MOVE 1 TO LS-UPTR.
            UNSTRING LIST-REC DELIMITED BY "|"
                INTO LS-HOST, LS-FILE
                POINTER LS-UPTR
            END-UNSTRING.
            MOVE FUNCTION TRIM(LS-HOST) TO LS-HOST.
            IF LS-HOST = SPACES
                GO TO 4100-EXIT
            END-IF.

            IF HS-CNT >= 100
                ADD 1 TO HS-SKIP
                GO TO 4100-EXIT
            END-IF.

            ADD 1 TO HS-CNT.
            MOVE LS-HOST TO HS-NAME(HS-CNT).
            IF LS-FILE = SPACES
                MOVE SPACES TO HS-FILE(HS-CNT)
                STRING FUNCTION TRIM(XFER-DIR) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       FUNCTION TRIM(LS-HOST) DELIMITED BY SIZE
                       ".MET" DELIMITED BY SIZE
                    INTO HS-FILE(HS-CNT)
                END-STRING
            ELSE
                MOVE FUNCTION TRIM(LS-FILE) TO HS-FILE(HS-CNT)
            END-IF.

        4100-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 一輪：重讀全部快照、彙整、輸出
      *-----------------------------------------------------------
        5000-REFRESH.
            MOVE 0 TO GQ-CNT.
            MOVE 0 TO GQ-SKIP.
            MOVE 0 TO OW-CNT.
            MOVE 0 TO TOT-HOST-BAD.
            MOVE 0 TO TOT-QUE.
            MOVE 0 TO TOT-DEPTH.
            MOVE 0 TO TOT-WARN.
            MOVE 0 TO TOT-STUCK.
            MOVE 0 TO TOT-STALE.

            ACCEPT NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT NOW-TIME FROM TIME.
            COMPUTE NOW-DATE-NUM = FUNCTION NUMVAL(NOW-DATE).
            COMPUTE NOW-INT =
                    FUNCTION INTEGER-OF-DATE(NOW-DATE-NUM).
            COMPUTE NOW-MINUTES =
                    FUNCTION NUMVAL(NOW-TIME(1:2)) * 60
                    + FUNCTION NUMVAL(NOW-TIME(3:2)).

            PERFORM 5100-SNAPLOAD THRU 5100-EXIT
                    VARYING HS-IDX FROM 1 BY 1 UNTIL HS-IDX > HS-CNT.

            PERFORM 5500-OWNERSUM
                    VARYING GQ-IDX FROM 1 BY 1 UNTIL GQ-IDX > GQ-CNT.

            IF TOT-HOST-BAD > 0 OR TOT-WARN > 0 OR TOT-STUCK > 0
                MOVE "Y" TO WARN-FIRED-SW
            END-IF.

            IF OUT-ON
                MOVE SPACES TO OUT-TMP-NAME
                STRING FUNCTION TRIM(OUT-FILE-NAME) DELIMITED BY SIZE
                       ".TMP" DELIMITED BY SIZE
                    INTO OUT-TMP-NAME
                END-STRING
                OPEN OUTPUT GDASH-OUT-FILE
                IF OUT-FILE-STAT NOT = "00"
                    DISPLAY "CANNOT OPEN OUTPUT : "
                            OUT-TMP-NAME(1:50)
                    MOVE -1 TO RET-CODE
                    MOVE MWRC-FILE TO EXIT-CLASS
                    GO TO 1000-ERR
                END-IF
            END-IF.

            IF CSV-ON
                PERFORM 6500-CSVOUT
            ELSE
                IF INTERVAL-SEC > 0
                    CALL "SYSTEM" USING CLEAR-CMD
                END-IF
                PERFORM 6000-SCREENOUT
            END-IF.

            IF OUT-ON
                CLOSE GDASH-OUT-FILE
                MOVE SPACES TO OUT-MV-CMD
                STRING "mv -f " DELIMITED BY SIZE
                       FUNCTION TRIM(OUT-TMP-NAME) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(OUT-FILE-NAME) DELIMITED BY SIZE
                    INTO OUT-MV-CMD
                END-STRING
                CALL "SYSTEM" USING OUT-MV-CMD
            END-IF.

        5000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 讀一台主機快照：時戳、逐 QUE 各欄；判定新鮮度
      *-----------------------------------------------------------
        5100-SNAPLOAD.
            MOVE SPACES TO HS-STAMP(HS-IDX).
            MOVE 0 TO HS-AGE(HS-IDX).
            MOVE 0 TO HS-QCNT(HS-IDX).
            COMPUTE GQ-FIRST = GQ-CNT + 1.

            MOVE HS-FILE(HS-IDX) TO MET-FILE-NAME.
            MOVE SPACES TO MET-FILE-STAT.
            OPEN INPUT GDASH-MET-FILE.
            IF MET-FILE-STAT NOT = "00"
      * 快照不存在：收集端未送達，不可當成無積壓
                MOVE "MISSING" TO HS-STATE(HS-IDX)
                ADD 1 TO TOT-HOST-BAD
                GO TO 5100-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL MET-EOF
                READ GDASH-MET-FILE
                    AT END
                        MOVE "10" TO MET-FILE-STAT
                    NOT AT END
                        PERFORM 5200-METLINE THRU 5200-EXIT
                END-READ
            END-PERFORM.

            CLOSE GDASH-MET-FILE.

            IF HS-STAMP(HS-IDX) IS NOT NUMERIC
                MOVE "NOSTAMP" TO HS-STATE(HS-IDX)
                ADD 1 TO TOT-HOST-BAD
                GO TO 5100-EXIT
            END-IF.

            COMPUTE SNAP-DATE-NUM =
                    FUNCTION NUMVAL(HS-STAMP(HS-IDX)(1:8)).
            COMPUTE SNAP-INT =
                    FUNCTION INTEGER-OF-DATE(SNAP-DATE-NUM).
            COMPUTE SNAP-MINUTES =
                    FUNCTION NUMVAL(HS-STAMP(HS-IDX)(9:2)) * 60
                    + FUNCTION NUMVAL(HS-STAMP(HS-IDX)(11:2)).
            COMPUTE HS-AGE(HS-IDX) =
                    (NOW-INT - SNAP-INT) * 1440
                    + NOW-MINUTES - SNAP-MINUTES.

            IF HS-AGE(HS-IDX) >= FRESH-MIN
                MOVE "STALE" TO HS-STATE(HS-IDX)
                ADD 1 TO TOT-HOST-BAD
            ELSE
                MOVE "OK" TO HS-STATE(HS-IDX)
            END-IF.

        5100-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 快照一行：mwdash.timestamp 或 que.<QUE>.<欄位> 值
      * (QUE 名稱可含句點，欄位取最後一個句點之後)
      *-----------------------------------------------------------
        5200-METLINE.
            IF MET-REC = SPACES
                GO TO 5200-EXIT
            END-IF.

            MOVE SPACES TO MT-KEY.
            MOVE SPACES TO MT-VAL.
            MOVE 1 TO MT-UPTR.
            UNSTRING MET-REC DELIMITED BY " "
                INTO MT-KEY
                POINTER MT-UPTR
            END-UNSTRING.
            IF MT-UPTR <= LENGTH OF MET-REC
                MOVE FUNCTION TRIM(MET-REC(MT-UPTR:)) TO MT-VAL
            END-IF.

            IF MT-KEY = "mwdash.timestamp"
                MOVE MT-VAL(1:14) TO HS-STAMP(HS-IDX)
                GO TO 5200-EXIT
            END-IF.
            IF MT-KEY(1:4) NOT = "que."
                GO TO 5200-EXIT
            END-IF.

            MOVE 0 TO MT-KLEN.
            INSPECT MT-KEY TALLYING MT-KLEN
                    FOR CHARACTERS BEFORE INITIAL SPACE.
            MOVE 0 TO MT-DOT.
            PERFORM VARYING MT-UPTR FROM MT-KLEN BY -1
                    UNTIL MT-UPTR < 6 OR MT-DOT > 0
                IF MT-KEY(MT-UPTR:1) = "."
                    MOVE MT-UPTR TO MT-DOT
                END-IF
            END-PERFORM.
            IF MT-DOT = 0 OR MT-DOT >= MT-KLEN
                GO TO 5200-EXIT
            END-IF.

            COMPUTE MT-QLEN = MT-DOT - 5.
            MOVE SPACES TO MT-QUE.
            MOVE MT-KEY(5:MT-QLEN) TO MT-QUE.
            MOVE MT-KEY(MT-DOT + 1:) TO MT-ATTR.

      * 同主機內已有此 QUE 則續填，否則新增一筆
            MOVE 0 TO GQ-IDX.
            PERFORM VARYING MT-UPTR FROM GQ-FIRST BY 1
                    UNTIL MT-UPTR > GQ-CNT OR GQ-IDX > 0
                IF GQ-NAME(MT-UPTR) = MT-QUE
                    MOVE MT-UPTR TO GQ-IDX
                END-IF
            END-PERFORM.
            IF GQ-IDX = 0
                IF GQ-CNT >= 3000
                    ADD 1 TO GQ-SKIP
                    GO TO 5200-EXIT
                END-IF
                ADD 1 TO GQ-CNT
                MOVE GQ-CNT TO GQ-IDX
                MOVE HS-IDX TO GQ-HOST(GQ-IDX)
                MOVE MT-QUE TO GQ-NAME(GQ-IDX)
                MOVE SPACES TO GQ-TYPE(GQ-IDX)
                MOVE 0 TO GQ-DEPTH(GQ-IDX)
                MOVE 0 TO GQ-CAP(GQ-IDX)
                MOVE 0 TO GQ-PCT(GQ-IDX)
      * 舊版快照沒有 .stuck/.owner：視為未停滯、未登錄團隊
                MOVE "0" TO GQ-WARN(GQ-IDX)
                MOVE "0" TO GQ-STUCK(GQ-IDX)
                MOVE SPACES TO GQ-OWNER(GQ-IDX)
                ADD 1 TO HS-QCNT(HS-IDX)
            END-IF.

            EVALUATE MT-ATTR
                WHEN "type"
                    MOVE MT-VAL TO GQ-TYPE(GQ-IDX)
                WHEN "depth"
                    COMPUTE GQ-DEPTH(GQ-IDX) = FUNCTION NUMVAL(MT-VAL)
                WHEN "capacity"
                    COMPUTE GQ-CAP(GQ-IDX) = FUNCTION NUMVAL(MT-VAL)
                WHEN "use_pct"
                    COMPUTE GQ-PCT(GQ-IDX) = FUNCTION NUMVAL(MT-VAL)
                WHEN "warn"
                    MOVE MT-VAL(1:1) TO GQ-WARN(GQ-IDX)
                WHEN "stuck"
                    MOVE MT-VAL(1:1) TO GQ-STUCK(GQ-IDX)
                WHEN "owner"
                    MOVE MT-VAL TO GQ-OWNER(GQ-IDX)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

        5200-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 一筆 QUE 計入責任團隊與全域加總；過期主機只計過期欄
      *-----------------------------------------------------------
        5500-OWNERSUM.
            MOVE GQ-OWNER(GQ-IDX) TO OW-KEY.
            IF OW-KEY = SPACES
                MOVE "(UNOWNED)" TO OW-KEY
            END-IF.

            MOVE 0 TO OW-IDX.
            PERFORM VARYING MT-UPTR FROM 1 BY 1
                    UNTIL MT-UPTR > OW-CNT OR OW-IDX > 0
                IF OW-NAME(MT-UPTR) = OW-KEY
                    MOVE MT-UPTR TO OW-IDX
                END-IF
            END-PERFORM.
      * 團隊表滿：其餘團隊併入最後一格
            IF OW-IDX = 0 AND OW-CNT >= 200
                MOVE 200 TO OW-IDX
                MOVE "(OTHERS)" TO OW-NAME(OW-IDX)
            END-IF.
            IF OW-IDX = 0
                ADD 1 TO OW-CNT
                MOVE OW-CNT TO OW-IDX
                MOVE OW-KEY TO OW-NAME(OW-IDX)
                MOVE 0 TO OW-QCNT(OW-IDX)
                MOVE 0 TO OW-DEPTH(OW-IDX)
                MOVE 0 TO OW-WARN(OW-IDX)
                MOVE 0 TO OW-STUCK(OW-IDX)
                MOVE 0 TO OW-STALE(OW-IDX)
            END-IF.

            ADD 1 TO OW-QCNT(OW-IDX).
            ADD 1 TO TOT-QUE.
            MOVE GQ-HOST(GQ-IDX) TO HS-IDX.
            IF NOT HS-OK(HS-IDX)
                ADD 1 TO OW-STALE(OW-IDX)
                ADD 1 TO TOT-STALE
            ELSE
                ADD GQ-DEPTH(GQ-IDX) TO OW-DEPTH(OW-IDX)
                ADD GQ-DEPTH(GQ-IDX) TO TOT-DEPTH
                IF GQ-WARN(GQ-IDX) = "1"
                    ADD 1 TO OW-WARN(OW-IDX)
                    ADD 1 TO TOT-WARN
                END-IF
                IF GQ-STUCK(GQ-IDX) = "1"
                    ADD 1 TO OW-STUCK(OW-IDX)
                    ADD 1 TO TOT-STUCK
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 畫面/報表：主機狀態、逐主機 QUE、團隊加總、全域加總
      *-----------------------------------------------------------
        6000-SCREENOUT.
            MOVE FRESH-MIN TO FRESH-DISP.
            MOVE SPACES TO OUT-LINE.
            STRING "MWGDASH - MULTI-HOST QUE STATUS  " DELIMITED BY SIZE
                   NOW-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOW-TIME(1:2) ":" NOW-TIME(3:2) DELIMITED BY SIZE
                   "  FRESH LIMIT " DELIMITED BY SIZE
                   FUNCTION TRIM(FRESH-DISP) DELIMITED BY SIZE
                   " MIN" DELIMITED BY SIZE
                INTO OUT-LINE
            END-STRING.
            PERFORM 7900-LINEOUT.

            MOVE SPACES TO OUT-LINE.
            PERFORM 7900-LINEOUT.
            MOVE SPACES TO OUT-LINE.
            STRING "HOST             STATE    SNAPSHOT"
                   DELIMITED BY SIZE
                   "       AGE(MIN)   QUES" DELIMITED BY SIZE
                INTO OUT-LINE
            END-STRING.
            PERFORM 7900-LINEOUT.
            PERFORM 6100-HOSTROW
                    VARYING HS-IDX FROM 1 BY 1 UNTIL HS-IDX > HS-CNT.

            MOVE SPACES TO OUT-LINE.
            PERFORM 7900-LINEOUT.
            MOVE SPACES TO OUT-LINE.
            STRING "HOST             TYPE  QUE" DELIMITED BY SIZE
                   "                              DEPTH"
                   DELIMITED BY SIZE
                   "       CAP USE% FLAGS             OWNER"
                   DELIMITED BY SIZE
                INTO OUT-LINE
            END-STRING.
            PERFORM 7900-LINEOUT.
            PERFORM 6200-QUEROW
                    VARYING GQ-IDX FROM 1 BY 1 UNTIL GQ-IDX > GQ-CNT.
            IF GQ-SKIP > 0
                MOVE GQ-SKIP TO CNT-DISP
                MOVE SPACES TO OUT-LINE
                STRING "QUE TABLE FULL, SKIPPED : " DELIMITED BY SIZE
                       CNT-DISP DELIMITED BY SIZE
                    INTO OUT-LINE
                END-STRING
                PERFORM 7900-LINEOUT
            END-IF.

            MOVE SPACES TO OUT-LINE.
            PERFORM 7900-LINEOUT.
            MOVE SPACES TO OUT-LINE.
            STRING "OWNER                  QUES      DEPTH" DELIMITED
                   BY SIZE
                   "   WARN  STUCK  STALE" DELIMITED BY SIZE
                INTO OUT-LINE
            END-STRING.
            PERFORM 7900-LINEOUT.
            PERFORM 6300-OWNROW
                    VARYING OW-IDX FROM 1 BY 1 UNTIL OW-IDX > OW-CNT.

            MOVE SPACES TO OUT-LINE.
            PERFORM 7900-LINEOUT.
            MOVE HS-CNT TO NUM-DISP.
            MOVE TOT-HOST-BAD TO NUM-DISP2.
            MOVE SPACES TO OUT-LINE.
            STRING "TOTAL HOSTS " DELIMITED BY SIZE
                   FUNCTION TRIM(NUM-DISP) DELIMITED BY SIZE
                   "  STALE/MISSING " DELIMITED BY SIZE
                   FUNCTION TRIM(NUM-DISP2) DELIMITED BY SIZE
                INTO OUT-LINE
            END-STRING.
            PERFORM 7900-LINEOUT.
            MOVE TOT-QUE TO NUM-DISP.
            MOVE TOT-DEPTH TO NUM-DISP2.
            MOVE TOT-WARN TO NUM-DISP3.
            MOVE SPACES TO OUT-LINE.
            STRING "TOTAL QUES  " DELIMITED BY SIZE
                   FUNCTION TRIM(NUM-DISP) DELIMITED BY SIZE
                   "  DEPTH " DELIMITED BY SIZE
                   FUNCTION TRIM(NUM-DISP2) DELIMITED BY SIZE
                   "  WARN " DELIMITED BY SIZE
                   FUNCTION TRIM(NUM-DISP3) DELIMITED BY SIZE
                INTO OUT-LINE
            END-STRING.
            MOVE TOT-STUCK TO NUM-DISP.
            MOVE TOT-STALE TO NUM-DISP2.
            STRING FUNCTION TRIM(OUT-LINE, TRAILING)
                   DELIMITED BY SIZE
                   "  STUCK " DELIMITED BY SIZE
                   FUNCTION TRIM(NUM-DISP) DELIMITED BY SIZE
                   "  STALE " DELIMITED BY SIZE
                   FUNCTION TRIM(NUM-DISP2) DELIMITED BY SIZE
                INTO OUT-LINE
            END-STRING.
            PERFORM 7900-LINEOUT.

        6100-HOSTROW.
            MOVE SPACES TO HOST-LINE.
            MOVE HS-NAME(HS-IDX) TO HL-HOST.
            MOVE HS-STATE(HS-IDX) TO HL-STATE.
            MOVE HS-QCNT(HS-IDX) TO HL-QCNT.
            IF HS-STAMP(HS-IDX) IS NUMERIC
                MOVE HS-STAMP(HS-IDX) TO HL-STAMP
                MOVE HS-AGE(HS-IDX) TO HL-AGE
            ELSE
                MOVE "--" TO HL-STAMP
            END-IF.
            MOVE HOST-LINE TO OUT-LINE.
            PERFORM 7900-LINEOUT.

        6200-QUEROW.
            MOVE GQ-HOST(GQ-IDX) TO HS-IDX.
            MOVE SPACES TO QUE-LINE.
            MOVE HS-NAME(HS-IDX) TO QL-HOST.
            MOVE GQ-TYPE(GQ-IDX) TO QL-TYPE.
            MOVE GQ-NAME(GQ-IDX) TO QL-QUE.
            MOVE GQ-DEPTH(GQ-IDX) TO QL-DEPTH.
            MOVE GQ-CAP(GQ-IDX) TO QL-CAP.
            MOVE GQ-PCT(GQ-IDX) TO QL-PCT.
            MOVE GQ-OWNER(GQ-IDX) TO QL-OWNER.
            MOVE 1 TO FLAG-PTR.
            IF GQ-WARN(GQ-IDX) = "1"
                STRING "WARN " DELIMITED BY SIZE
                    INTO QL-FLAGS POINTER FLAG-PTR
                END-STRING
            END-IF.
            IF GQ-STUCK(GQ-IDX) = "1"
                STRING "STUCK " DELIMITED BY SIZE
                    INTO QL-FLAGS POINTER FLAG-PTR
                END-STRING
            END-IF.
      * 過期主機的數字是最後已知值，不是現況
            IF NOT HS-OK(HS-IDX)
                STRING "STALE" DELIMITED BY SIZE
                    INTO QL-FLAGS POINTER FLAG-PTR
                END-STRING
            END-IF.
            MOVE QUE-LINE TO OUT-LINE.
            PERFORM 7900-LINEOUT.

        6300-OWNROW.
            MOVE SPACES TO OWN-LINE.
            MOVE OW-NAME(OW-IDX) TO OL-OWNER.
            MOVE OW-QCNT(OW-IDX) TO OL-QCNT.
            MOVE OW-DEPTH(OW-IDX) TO OL-DEPTH.
            MOVE OW-WARN(OW-IDX) TO OL-WARN.
            MOVE OW-STUCK(OW-IDX) TO OL-STUCK.
            MOVE OW-STALE(OW-IDX) TO OL-STALE.
            MOVE OWN-LINE TO OUT-LINE.
            PERFORM 7900-LINEOUT.

      *-----------------------------------------------------------
      * -csv：一 QUE 一列；無 QUE 的主機補一列空白 QUE
      *-----------------------------------------------------------
        6500-CSVOUT.
            MOVE SPACES TO OUT-LINE.
            STRING "HOST,HOST_STATE,SNAPSHOT,AGE_MIN,TYPE,QUE,"
                   DELIMITED BY SIZE
                   "DEPTH,CAPACITY,USE_PCT,WARN,STUCK,OWNER"
                   DELIMITED BY SIZE
                INTO OUT-LINE
            END-STRING.
            PERFORM 7900-LINEOUT.

            PERFORM 6600-CSVHOST
                    VARYING HS-IDX FROM 1 BY 1 UNTIL HS-IDX > HS-CNT.

        6600-CSVHOST.
            IF HS-QCNT(HS-IDX) = 0
                PERFORM 6700-CSVHEAD
                STRING ",,,,,,," DELIMITED BY SIZE
                    INTO OUT-LINE POINTER CSV-PTR
                END-STRING
                PERFORM 7900-LINEOUT
            ELSE
                PERFORM 6800-CSVQUE
                        VARYING GQ-IDX FROM 1 BY 1
                        UNTIL GQ-IDX > GQ-CNT
            END-IF.

      * 主機共同欄位：HOST,HOST_STATE,SNAPSHOT,AGE_MIN,
        6700-CSVHEAD.
            MOVE SPACES TO OUT-LINE.
            MOVE 1 TO CSV-PTR.
            STRING FUNCTION TRIM(HS-NAME(HS-IDX)) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(HS-STATE(HS-IDX)) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                INTO OUT-LINE POINTER CSV-PTR
            END-STRING.
            IF HS-STAMP(HS-IDX) IS NUMERIC
                MOVE HS-AGE(HS-IDX) TO NUM-DISP
                STRING HS-STAMP(HS-IDX) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(NUM-DISP) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                    INTO OUT-LINE POINTER CSV-PTR
                END-STRING
            ELSE
                STRING ",," DELIMITED BY SIZE
                    INTO OUT-LINE POINTER CSV-PTR
                END-STRING
            END-IF.

        6800-CSVQUE.
            IF GQ-HOST(GQ-IDX) = HS-IDX
                PERFORM 6700-CSVHEAD
                MOVE GQ-DEPTH(GQ-IDX) TO NUM-DISP
                MOVE GQ-CAP(GQ-IDX) TO NUM-DISP2
                MOVE GQ-PCT(GQ-IDX) TO NUM-DISP3
                STRING FUNCTION TRIM(GQ-TYPE(GQ-IDX))
                       DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(GQ-NAME(GQ-IDX))
                       DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(NUM-DISP) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(NUM-DISP2) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(NUM-DISP3) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       GQ-WARN(GQ-IDX) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       GQ-STUCK(GQ-IDX) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(GQ-OWNER(GQ-IDX))
                       DELIMITED BY SIZE
                    INTO OUT-LINE POINTER CSV-PTR
                END-STRING
                PERFORM 7900-LINEOUT
            END-IF.

      *-----------------------------------------------------------
      * 輸出一行：畫面顯示，-o 時同步寫檔
      *-----------------------------------------------------------
        7900-LINEOUT.
            DISPLAY FUNCTION TRIM(OUT-LINE, TRAILING).
            IF OUT-ON
                MOVE OUT-LINE TO OUT-REC
                WRITE OUT-REC
            END-IF.

      *-----------------------------------------------------------
      * -i interval_sec 時依 -cycles 上限或持續重新整理
      *-----------------------------------------------------------
        5900-CYCLECHK.
            IF INTERVAL-SEC = 0
                MOVE "Y" TO GD-SW
            ELSE
                ADD 1 TO CYCLE-CNT
                IF CYCLE-MAX > 0 AND CYCLE-CNT >= CYCLE-MAX
                    MOVE "Y" TO GD-SW
                ELSE
                    CALL 'MW$UTILS' USING
                        BY VALUE    SLEEP_USEC,
                        BY VALUE    INTERVAL-USEC
                END-IF
            END-IF.

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
            MOVE "MWGDASH"       TO INCLOG-PGM.
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
      * 選擇性參數 : -l host_list , -d dir , -fresh min , -csv ,
      *              -o out_file , -i sec , -cycles cnt
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
                                    CONTINUE
                                WHEN OTHER
                                    PERFORM 2600-PARAMVAL
                            END-EVALUATE
                        ELSE
                            PERFORM 2500-SETPARAM
                        END-IF
                END-UNSTRING
            END-PERFORM.

            IF OUT-FILE-NAME NOT = SPACES
                MOVE "Y" TO OUT-SW
            END-IF.
            COMPUTE INTERVAL-USEC = INTERVAL-SEC * 1000000.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"      MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-csv"    MOVE "Y" TO CSV-SW
                WHEN "-l"      MOVE PARAM TO PARAM-PREV
                WHEN "-d"      MOVE PARAM TO PARAM-PREV
                WHEN "-fresh"  MOVE PARAM TO PARAM-PREV
                WHEN "-o"      MOVE PARAM TO PARAM-PREV
                WHEN "-i"      MOVE PARAM TO PARAM-PREV
                WHEN "-cycles" MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    PERFORM 2600-PARAMVAL
                    MOVE SPACES TO PARAM-PREV
            END-EVALUATE.

        2600-PARAMVAL.
            EVALUATE PARAM-PREV
                WHEN "-l"
                    MOVE PARAM TO LIST-FILE-NAME
                WHEN "-d"
                    MOVE PARAM TO XFER-DIR
                WHEN "-fresh"
                    COMPUTE FRESH-MIN = FUNCTION NUMVAL(PARAM)
                WHEN "-o"
                    MOVE PARAM TO OUT-FILE-NAME
                WHEN "-i"
                    COMPUTE INTERVAL-SEC = FUNCTION NUMVAL(PARAM)
                WHEN "-cycles"
                    COMPUTE CYCLE-MAX = FUNCTION NUMVAL(PARAM)
                WHEN OTHER
                    GO TO 3000-PERR
            END-EVALUATE.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWGDASH - Multi-Host Que Status View".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWGDASH [options]".
            DISPLAY " ".
            DISPLAY "  host_list, one host per line:".
            DISPLAY "    HOST[|FILE]    (Default FILE dir/HOST.MET,".
            DISPLAY "                   Written By MWDASH -metrics)".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-l host_list]     Hosts(Default MWGHOSTS)".
            DISPLAY "  [-d dir]           Transfer Dir(Default BRIDGE,".
            DISPLAY "                     env MWBRIDGED)".
            DISPLAY "  [-fresh min]       Snapshot Older Than This Is".
            DISPLAY "                     STALE(Default 15)".
            DISPLAY "  [-csv]             Comma Separated Output".
            DISPLAY "  [-o out_file]      Also Write Output To File".
            DISPLAY "  [-i interval_sec]  Refresh Interval".
            DISPLAY "  [-cycles cnt]      Refresh Count(0 = Forever)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWGDASH.
