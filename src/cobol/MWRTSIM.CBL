      */--------------------------------------------------------------
      * MWRTSIM.CBL
      * 路由規則模擬：以歸檔流量試算規則檔變更的分派差異
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 修改 MWROUTE 規則檔前，讀取來源 QUE 一天的 MWSINK 歸檔
      *    (ARCH_DIR/QUE_yyyymmdd.BLG 與 .LOG，兩者皆有時都讀)，
      *    逐筆以現行規則檔(-c)與擬議規則檔(-r)各自試算路由結
      *    果，不開任何 QUE、不送任何訊息
      * 2. 規則語法與比對順序完全同 MWROUTE(PAT/POS/PRI 由上而下
      *    第一條符合者生效，無符合走 DEF，無 DEF 走 REJ，皆無者
      *    寄存死信檔 DLQ)；PRI 比對 .BLG 紀錄的 PRIOR 欄或 .LOG
      *    的 PRIOR=/TYPE= 值
      * 3. 報表內容：
      *    - 現行/擬議各規則(含 DEF/REJ/DLQ)的分派筆數
      *    - 依目的地(TYPE,QUE / 退回檔 / 死信)並列現行與擬議筆
      *      數及增減
      *    - 擬議規則下落入 DEF/REJ/DLQ 的訊息逐筆列出(每類最多
      *      -max n 筆，預設 100；歸檔檔、紀錄序號、時間與內容
      *      摘錄)
      *    - 分派結果改變者依「現行 -> 擬議」分組計數，每組附
      *      -samp n 筆(預設 5，最多 10)訊息位置供抽驗
      *    報表即為路由變更申請的佐證附件
      * 4. .LOG 帶遮罩標記行(MWMASKS 已套用)者報表加註：比對遮罩欄位
      *    的 PAT/POS 規則試算結果可能與實際不同
      * 5. .LOG 逐行歸檔遇本文含換行者被切斷的續行、SEAL 封存行
      *    與 MASKED 標記行略過並計入 SKIPPED
      * 6. -date yyyymmdd 指定日期(預設昨日)；歸檔目錄 -d(預設
      *    依 MWSINKDIR/ARCHIVE)；報表 -o(預設 MWRTSIMOUT)
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     歸檔已加密(MWCRYPT)時先解成明文暫存檔再讀(ARCH-IO-NAME
      *     為實際開檔名)，解不開視同當日無歸檔
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWRTSIM.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * -c 現行 / -r 擬議路由規則檔
            SELECT RTSIM-RULE-FILE ASSIGN TO RULE-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RULE-FILE-STAT.
      * MWSINK -bin 二進位歸檔(長度前置變長紀錄)
            SELECT RTSIM-BARCH-FILE ASSIGN TO ARCH-IO-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS ARCH-FILE-STAT.
      * MWSINK 文字歸檔
            SELECT RTSIM-ARCH-FILE ASSIGN TO ARCH-IO-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ARCH-FILE-STAT.
            SELECT RTSIM-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.

        DATA DIVISION.
        FILE SECTION.
        FD  RTSIM-RULE-FILE.
        01  RULE-REC                PIC X(200).

        FD  RTSIM-BARCH-FILE
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

        FD  RTSIM-ARCH-FILE.
        01  ARCH-REC                PIC X(10400).

        FD  RTSIM-RPT-FILE.
        01  RPT-REC                 PIC X(160).

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CRYPTWS.DEF".

        77  RULE-FILE-STAT      PIC XX.
            88 RULE-EOF         VALUE "10".
        77  ARCH-FILE-STAT      PIC XX.
            88 ARCH-EOF         VALUE "10".
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
                                 VALUE "MWRTSIMOUT".
        01  RULE-FILE-NAME      PIC X(256) VALUE SPACES.
        01  CUR-RULE-FILE       PIC X(256) VALUE SPACES.
        01  NEW-RULE-FILE       PIC X(256) VALUE SPACES.
        01  ARCH-FILE-NAME      PIC X(256) VALUE SPACES.
      * 實際開檔名(已加密歸檔為解密後明文暫存檔)
        01  ARCH-IO-NAME        PIC X(256) VALUE SPACES.
        77  ARCH-DIR            PIC X(FILE_NAME_LEN) VALUE SPACES.
        01  SRC-NAME            PIC X(64) VALUE SPACES.
        77  CHK-DATE            PIC X(8) VALUE SPACES.
        77  TODAY-DATE          PIC X(8).
        77  WORK-NUM            PIC 9(8).
        77  WORK-INT            SIGNED-INT VALUE 0.
        77  SAMP-MAX            SIGNED-INT VALUE 5.
        77  FALL-MAX            SIGNED-INT VALUE 100.

      * 兩組規則表：1 現行(-c)，2 擬議(-r)；內容同 MWROUTE RULE-TAB
        01  SET-TAB.
            05  SET-ENT OCCURS 2 TIMES.
                10  S-FILE      PIC X(256).
                10  S-RCNT      SIGNED-INT.
                10  S-DEF-SW    PIC X.
                10  S-DEF-TYPE  PIC X(5).
                10  S-DEF-QUE   PIC X(64).
                10  S-REJ-SW    PIC X.
                10  S-REJ-FILE  PIC X(64).
                10  S-DEF-N     SIGNED-LONG.
                10  S-REJ-N     SIGNED-LONG.
                10  S-DLQ-N     SIGNED-LONG.
                10  S-RULE OCCURS 50 TIMES.
                    15  R-KIND  PIC X(3).
                    15  R-TEXT  PIC X(64).
                    15  R-TLEN  SIGNED-INT.
                    15  R-POS   SIGNED-INT.
                    15  R-PLEN  SIGNED-INT.
                    15  R-PRI   SIGNED-LONG.
                    15  R-DTYPE PIC X(5).
                    15  R-DQUE  PIC X(64).
                    15  R-CNT   SIGNED-LONG.
        77  SET-IDX             SIGNED-INT VALUE 0.
        77  RULE-IDX            SIGNED-INT VALUE 0.
        77  RULE-HIT            SIGNED-INT VALUE 0.
        77  MATCH-CNT           SIGNED-INT VALUE 0.

      * 規則行拆解
        01  RL-KIND             PIC X(10).
        01  RL-ARG              PIC X(80).
        01  RL-DEST             PIC X(80).
        77  RL-UPTR             PIC 9(3).
        01  RL-P1               PIC X(10).
        01  RL-P2               PIC X(10).
        01  RL-P3               PIC X(64).
        77  RL-UPTR2            PIC 9(3).

      * 本筆訊息共通視圖
        77  CUR-LEN             SIGNED-INT VALUE 0.
        77  CUR-PRI             SIGNED-LONG VALUE 0.
        01  CUR-BODY            PIC X(10240).
        77  CUR-KIND            PIC X(3).
        77  CUR-RECNO           SIGNED-LONG VALUE 0.
        77  CUR-TIME            PIC X(8).
        77  BR-POS              SIGNED-INT VALUE 0.
        77  LN-LEN              SIGNED-INT VALUE 0.
        01  PRI-TXT             PIC X(12).

      * 試算結果代碼：1-50 規則序號，51 DEF，52 REJ，53 DLQ
        77  OUT-CUR             SIGNED-INT VALUE 0.
        77  OUT-NEW             SIGNED-INT VALUE 0.
        77  OUT-CODE            SIGNED-INT VALUE 0.
        01  OUT-LABEL           PIC X(80).
        01  OUT-DEST            PIC X(80).
        01  OUT-LABEL2          PIC X(80).

      * 目的地並列表
        01  DS-TAB.
            05  DS-ENT OCCURS 200 TIMES.
                10  DS-KEY      PIC X(80).
                10  DS-N        SIGNED-LONG OCCURS 2 TIMES.
        77  DS-CNT              SIGNED-INT VALUE 0.
        77  DS-IDX              SIGNED-INT VALUE 0.
        77  DS-HIT              SIGNED-INT VALUE 0.

      * 結果改變組合表(現行代碼 -> 擬議代碼)與抽樣位置
        01  CH-TAB.
            05  CH-ENT OCCURS 300 TIMES.
                10  CH-CUR      SIGNED-INT.
                10  CH-NEW      SIGNED-INT.
                10  CH-N        SIGNED-LONG.
                10  CH-SCNT     SIGNED-INT.
                10  CH-SAMP OCCURS 10 TIMES.
                    15  CS-KIND PIC X(3).
                    15  CS-REC  SIGNED-LONG.
                    15  CS-TIME PIC X(8).
        77  CH-CNT              SIGNED-INT VALUE 0.
        77  CH-IDX              SIGNED-INT VALUE 0.
        77  CH-HIT              SIGNED-INT VALUE 0.
        77  CS-IDX              SIGNED-INT VALUE 0.
        77  CH-LOST             SIGNED-LONG VALUE 0.

      * 擬議規則下落入 DEF/REJ/DLQ 的訊息
        01  FL-TAB.
            05  FL-ENT OCCURS 300 TIMES.
                10  FL-CODE     SIGNED-INT.
                10  FL-KIND     PIC X(3).
                10  FL-REC      SIGNED-LONG.
                10  FL-TIME     PIC X(8).
                10  FL-TEXT     PIC X(60).
        77  FL-CNT              SIGNED-INT VALUE 0.
        77  FL-IDX              SIGNED-INT VALUE 0.
        01  FL-SUM.
            05  FL-KEPT         SIGNED-LONG OCCURS 3 TIMES.
            05  FL-TOT          SIGNED-LONG OCCURS 3 TIMES.
        77  FL-K                SIGNED-INT VALUE 0.
      * 內容摘錄中的控制字元轉為 . 以免報表斷行
        01  CTL-CHARS.
            05  FILLER          PIC X(16) VALUE
                X"000102030405060708090A0B0C0D0E0F".
            05  FILLER          PIC X(16) VALUE
                X"101112131415161718191A1B1C1D1E1F".
        01  CTL-DOTS            PIC X(32) VALUE ALL ".".

      * 合計
        77  FILE-CNT            SIGNED-INT VALUE 0.
        77  MSG-CNT             SIGNED-LONG VALUE 0.
        77  SKIP-CNT            SIGNED-LONG VALUE 0.
        77  DIFF-CNT            SIGNED-LONG VALUE 0.
        77  MASKED-SW           PIC X VALUE SPACE.
            88 ARCH-MASKED      VALUE 'Y'.

        77  CNT-DISP            PIC -(9)9.
        77  CNT-DISP2           PIC -(9)9.
        77  CNT-DISP3           PIC -(9)9.
        77  IDX-DISP            PIC 99.

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

            INITIALIZE SET-TAB.
            INITIALIZE FL-SUM.
            MOVE CUR-RULE-FILE TO S-FILE(1).
            MOVE NEW-RULE-FILE TO S-FILE(2).
            PERFORM VARYING SET-IDX FROM 1 BY 1 UNTIL SET-IDX > 2
                PERFORM 4000-RULELOAD THRU 4000-EXIT
            END-PERFORM.

            OPEN OUTPUT RTSIM-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            MOVE SPACES TO RPT-REC.
            STRING "MWRTSIM - ROUTING SIMULATION FOR "
                   FUNCTION TRIM(SRC-NAME) " ON " CHK-DATE
                   " (" FUNCTION TRIM(ARCH-DIR) ")"
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            STRING "  CURRENT  RULES : " S-FILE(1)(1:120)
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            STRING "  PROPOSED RULES : " S-FILE(2)(1:120)
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

      * 當日二進位歸檔與文字歸檔(任一或兩者)
            MOVE "BLG" TO CUR-KIND.
            PERFORM 5000-ARCHNAME.
            PERFORM 5100-BLGFILE THRU 5100-EXIT.
            MOVE "LOG" TO CUR-KIND.
            PERFORM 5000-ARCHNAME.
            PERFORM 5200-LOGFILE THRU 5200-EXIT.

            IF FILE-CNT = 0
                MOVE SPACES TO RPT-REC
                STRING "  NO ARCHIVE FOUND FOR "
                       FUNCTION TRIM(SRC-NAME) " ON " CHK-DATE
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                CLOSE RTSIM-RPT-FILE
                DISPLAY "NO ARCHIVE FOUND FOR " SRC-NAME(1:40)
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            PERFORM 7000-REPORT.

            CLOSE RTSIM-RPT-FILE.
            MOVE MSG-CNT TO CNT-DISP.
            MOVE DIFF-CNT TO CNT-DISP2.
            DISPLAY "MESSAGES " CNT-DISP "  OUTCOME CHANGED " CNT-DISP2.
            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).
            MOVE MWRC-OK TO RETURN-CODE.

        0000-EXIT.
            IF NOT QUIET-ON
                DISPLAY "PRESS <ENTER> TO EXIT"
                ACCEPT OMITTED
            END-IF.
            STOP RUN.

      *-----------------------------------------------------------
      * 載入一組規則檔(SET-IDX)，解析同 MWROUTE 4100-RULEONE
      *-----------------------------------------------------------
        4000-RULELOAD.
            MOVE S-FILE(SET-IDX) TO RULE-FILE-NAME.
            MOVE SPACES TO RULE-FILE-STAT.
            OPEN INPUT RTSIM-RULE-FILE.
            IF RULE-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RULE FILE : "
                        RULE-FILE-NAME(1:50)
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL RULE-EOF
                READ RTSIM-RULE-FILE
                    AT END
                        MOVE "10" TO RULE-FILE-STAT
                    NOT AT END
                        PERFORM 4100-RULEONE THRU 4100-EXIT
                END-READ
            END-PERFORM.
            CLOSE RTSIM-RULE-FILE.

            IF S-RCNT(SET-IDX) = 0 AND S-DEF-SW(SET-IDX) NOT = "Y"
                DISPLAY "NO USABLE RULES IN " RULE-FILE-NAME(1:50)
                MOVE MWRC-PARM TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

        4000-EXIT.
            CONTINUE.

        4100-RULEONE.
            IF RULE-REC = SPACES OR RULE-REC(1:1) = "*"
                GO TO 4100-EXIT
            END-IF.

            MOVE SPACES TO RL-KIND.
            MOVE SPACES TO RL-ARG.
            MOVE SPACES TO RL-DEST.
            MOVE 1 TO RL-UPTR.
            UNSTRING RULE-REC DELIMITED BY "|"
                INTO RL-KIND, RL-ARG, RL-DEST
                POINTER RL-UPTR
            END-UNSTRING.

            EVALUATE FUNCTION TRIM(RL-KIND)
                WHEN "DEF"
                    MOVE "Y" TO S-DEF-SW(SET-IDX)
                    MOVE 1 TO RL-UPTR2
                    UNSTRING RL-ARG DELIMITED BY ","
                        INTO S-DEF-TYPE(SET-IDX), S-DEF-QUE(SET-IDX)
                        POINTER RL-UPTR2
                    END-UNSTRING
                WHEN "REJ"
                    MOVE "Y" TO S-REJ-SW(SET-IDX)
                    MOVE RL-ARG TO S-REJ-FILE(SET-IDX)
                WHEN "PAT"
                WHEN "POS"
                WHEN "PRI"
                    PERFORM 4150-RULEADD
                WHEN OTHER
                    DISPLAY "BAD RULE SKIPPED : " RULE-REC(1:60)
            END-EVALUATE.

        4100-EXIT.
            CONTINUE.

        4150-RULEADD.
            IF S-RCNT(SET-IDX) >= 50
                DISPLAY "RULE TABLE FULL, RULE SKIPPED"
                GO TO 4100-EXIT
            END-IF.

            ADD 1 TO S-RCNT(SET-IDX).
            MOVE S-RCNT(SET-IDX) TO RULE-IDX.
            MOVE FUNCTION TRIM(RL-KIND) TO R-KIND(SET-IDX, RULE-IDX).

            EVALUATE R-KIND(SET-IDX, RULE-IDX)
                WHEN "PAT"
                    MOVE RL-ARG(1:64) TO R-TEXT(SET-IDX, RULE-IDX)
                    COMPUTE R-TLEN(SET-IDX, RULE-IDX) =
                            FUNCTION LENGTH(FUNCTION TRIM(
                            R-TEXT(SET-IDX, RULE-IDX)))
                WHEN "POS"
                    MOVE SPACES TO RL-P1
                    MOVE SPACES TO RL-P2
                    MOVE SPACES TO RL-P3
                    MOVE 1 TO RL-UPTR2
                    UNSTRING RL-ARG DELIMITED BY ","
                        INTO RL-P1, RL-P2, RL-P3
                        POINTER RL-UPTR2
                    END-UNSTRING
                    COMPUTE R-POS(SET-IDX, RULE-IDX) =
                            FUNCTION NUMVAL(RL-P1)
                    COMPUTE R-PLEN(SET-IDX, RULE-IDX) =
                            FUNCTION NUMVAL(RL-P2)
                    MOVE RL-P3 TO R-TEXT(SET-IDX, RULE-IDX)
                WHEN "PRI"
                    COMPUTE R-PRI(SET-IDX, RULE-IDX) =
                            FUNCTION NUMVAL(RL-ARG)
            END-EVALUATE.

            MOVE 1 TO RL-UPTR2.
            UNSTRING RL-DEST DELIMITED BY ","
                INTO R-DTYPE(SET-IDX, RULE-IDX),
                     R-DQUE(SET-IDX, RULE-IDX)
                POINTER RL-UPTR2
            END-UNSTRING.

            IF R-DQUE(SET-IDX, RULE-IDX) = SPACES
                DISPLAY "RULE MISSING DESTINATION : " RULE-REC(1:60)
                INITIALIZE S-RULE(SET-IDX, RULE-IDX)
                SUBTRACT 1 FROM S-RCNT(SET-IDX)
            END-IF.

      *-----------------------------------------------------------
      * 歸檔檔名：ARCH_DIR/QUE_yyyymmdd.BLG|.LOG
      *-----------------------------------------------------------
        5000-ARCHNAME.
            MOVE SPACES TO ARCH-FILE-NAME.
            STRING FUNCTION TRIM(ARCH-DIR) "/"
                   FUNCTION TRIM(SRC-NAME) "_" CHK-DATE "."
                   CUR-KIND
                   DELIMITED BY SIZE INTO ARCH-FILE-NAME
            END-STRING.
            MOVE 0 TO CUR-RECNO.
            MOVE SPACES TO ARCH-FILE-STAT.

      * 開歸檔：已加密先解成明文暫存檔(解不開視同開不了)
        5050-ARCHOPEN.
            MOVE ARCH-FILE-NAME TO CRYPT-FILE.
            PERFORM 1880-CRYPTOPEN.
            IF CRYPT-RC NOT = 0
                MOVE "EN" TO ARCH-FILE-STAT
            ELSE
                MOVE CRYPT-WORK TO ARCH-IO-NAME
                IF CUR-KIND = "BLG"
                    OPEN INPUT RTSIM-BARCH-FILE
                ELSE
                    OPEN INPUT RTSIM-ARCH-FILE
                END-IF
                IF ARCH-FILE-STAT NOT = "00"
                    PERFORM 1885-CRYPTCLOSE
                END-IF
            END-IF.

        5100-BLGFILE.
            PERFORM 5050-ARCHOPEN.
            IF ARCH-FILE-STAT NOT = "00"
                GO TO 5100-EXIT
            END-IF.
            ADD 1 TO FILE-CNT.
            PERFORM 5800-FILEHEAD.
            PERFORM TEST BEFORE UNTIL ARCH-EOF
                READ RTSIM-BARCH-FILE
                    AT END
                        MOVE "10" TO ARCH-FILE-STAT
                    NOT AT END
                        ADD 1 TO CUR-RECNO
                        IF BA-TYPE = "SEAL "
                            ADD 1 TO SKIP-CNT
                        ELSE
                            MOVE BA-TIME TO CUR-TIME
                            COMPUTE CUR-PRI = FUNCTION NUMVAL(BA-PRIOR)
                            COMPUTE CUR-LEN = FUNCTION NUMVAL(BA-LEN)
                            IF CUR-LEN < 1 OR CUR-LEN > 10240
                                ADD 1 TO SKIP-CNT
                            ELSE
                                MOVE SPACES TO CUR-BODY
                                MOVE BA-BODY(1:CUR-LEN)
                                    TO CUR-BODY(1:CUR-LEN)
                                PERFORM 5500-SIMONE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE RTSIM-BARCH-FILE.
            PERFORM 1885-CRYPTCLOSE.

        5100-EXIT.
            CONTINUE.

      * 文字歸檔：HHMMSSss PRIOR=n [本文] 或 HHMMSSss TYPE=n [本文]
        5200-LOGFILE.
            PERFORM 5050-ARCHOPEN.
            IF ARCH-FILE-STAT NOT = "00"
                GO TO 5200-EXIT
            END-IF.
            ADD 1 TO FILE-CNT.
            PERFORM 5800-FILEHEAD.
            PERFORM TEST BEFORE UNTIL ARCH-EOF
                READ RTSIM-ARCH-FILE
                    AT END
                        MOVE "10" TO ARCH-FILE-STAT
                    NOT AT END
                        ADD 1 TO CUR-RECNO
                        PERFORM 5300-LOGREC
                END-READ
            END-PERFORM.
            CLOSE RTSIM-ARCH-FILE.
            PERFORM 1885-CRYPTCLOSE.

        5200-EXIT.
            CONTINUE.

        5300-LOGREC.
            IF ARCH-REC(1:8) = "* MASKED"
                MOVE "Y" TO MASKED-SW
            END-IF.
            MOVE ARCH-REC(1:8) TO CUR-TIME.
            MOVE 0 TO BR-POS.
            INSPECT ARCH-REC TALLYING BR-POS
                FOR CHARACTERS BEFORE INITIAL " [".
            COMPUTE LN-LEN = FUNCTION LENGTH(
                    FUNCTION TRIM(ARCH-REC TRAILING)).
      * 非時間開頭(續行、封存行、標記行)或無本文者略過
            IF CUR-TIME IS NOT NUMERIC
            OR BR-POS >= LN-LEN - 2
            OR ARCH-REC(LN-LEN:1) NOT = "]"
                ADD 1 TO SKIP-CNT
            ELSE
                MOVE SPACES TO PRI-TXT
                IF ARCH-REC(9:7) = " PRIOR="
                    MOVE ARCH-REC(16:BR-POS - 15) TO PRI-TXT
                ELSE
                    MOVE ARCH-REC(15:BR-POS - 14) TO PRI-TXT
                END-IF
                COMPUTE CUR-PRI = FUNCTION NUMVAL(PRI-TXT)
                COMPUTE CUR-LEN = LN-LEN - BR-POS - 3
                MOVE SPACES TO CUR-BODY
                IF CUR-LEN > 0
                    MOVE ARCH-REC(BR-POS + 3:CUR-LEN)
                        TO CUR-BODY(1:CUR-LEN)
                END-IF
                PERFORM 5500-SIMONE
            END-IF.

      *-----------------------------------------------------------
      * 一筆訊息：兩組規則各自試算並累計
      *-----------------------------------------------------------
        5500-SIMONE.
            ADD 1 TO MSG-CNT.
            PERFORM VARYING SET-IDX FROM 1 BY 1 UNTIL SET-IDX > 2
                PERFORM 5550-ROUTEONE
                EVALUATE OUT-CODE
                    WHEN 51
                        ADD 1 TO S-DEF-N(SET-IDX)
                    WHEN 52
                        ADD 1 TO S-REJ-N(SET-IDX)
                    WHEN 53
                        ADD 1 TO S-DLQ-N(SET-IDX)
                    WHEN OTHER
                        ADD 1 TO R-CNT(SET-IDX, OUT-CODE)
                END-EVALUATE
                PERFORM 6800-OUTLABEL
                PERFORM 6100-DSTADD
                IF SET-IDX = 1
                    MOVE OUT-CODE TO OUT-CUR
                ELSE
                    MOVE OUT-CODE TO OUT-NEW
                END-IF
            END-PERFORM.

            IF OUT-NEW > 50
                PERFORM 6300-FALLADD
            END-IF.

      * 改變的判定依實際去處(目的地相同而規則序號不同者不算)
            MOVE 1 TO SET-IDX.
            MOVE OUT-CUR TO OUT-CODE.
            PERFORM 6800-OUTLABEL.
            MOVE OUT-DEST TO OUT-LABEL2.
            MOVE 2 TO SET-IDX.
            MOVE OUT-NEW TO OUT-CODE.
            PERFORM 6800-OUTLABEL.
            IF OUT-DEST NOT = OUT-LABEL2
                ADD 1 TO DIFF-CNT
                PERFORM 6200-CHGADD
            END-IF.

      * 由上而下第一條符合者生效，結果 OUT-CODE
        5550-ROUTEONE.
            MOVE 0 TO RULE-HIT.
            PERFORM VARYING RULE-IDX FROM 1 BY 1
                    UNTIL RULE-IDX > S-RCNT(SET-IDX) OR RULE-HIT > 0
                PERFORM 5600-MATCHONE
                IF MATCH-CNT > 0
                    MOVE RULE-IDX TO RULE-HIT
                END-IF
            END-PERFORM.
            EVALUATE TRUE
                WHEN RULE-HIT > 0
                    MOVE RULE-HIT TO OUT-CODE
                WHEN S-DEF-SW(SET-IDX) = "Y"
                    MOVE 51 TO OUT-CODE
                WHEN S-REJ-SW(SET-IDX) = "Y"
                    MOVE 52 TO OUT-CODE
                WHEN OTHER
                    MOVE 53 TO OUT-CODE
            END-EVALUATE.

      * 比對一條規則，MATCH-CNT > 0 表示符合(同 MWROUTE)
        5600-MATCHONE.
            MOVE 0 TO MATCH-CNT.
            EVALUATE R-KIND(SET-IDX, RULE-IDX)
                WHEN "PAT"
                    IF R-TLEN(SET-IDX, RULE-IDX) > 0
                    AND R-TLEN(SET-IDX, RULE-IDX) <= CUR-LEN
                        INSPECT CUR-BODY(1:CUR-LEN)
                            TALLYING MATCH-CNT FOR ALL
                            R-TEXT(SET-IDX, RULE-IDX)
                                (1:R-TLEN(SET-IDX, RULE-IDX))
                    END-IF
                WHEN "POS"
                    IF R-POS(SET-IDX, RULE-IDX) > 0
                    AND R-PLEN(SET-IDX, RULE-IDX) > 0
                    AND R-POS(SET-IDX, RULE-IDX)
                        + R-PLEN(SET-IDX, RULE-IDX) - 1 <= CUR-LEN
                        IF CUR-BODY(R-POS(SET-IDX, RULE-IDX):
                                    R-PLEN(SET-IDX, RULE-IDX))
                           = R-TEXT(SET-IDX, RULE-IDX)
                                (1:R-PLEN(SET-IDX, RULE-IDX))
                            MOVE 1 TO MATCH-CNT
                        END-IF
                    END-IF
                WHEN "PRI"
                    IF CUR-PRI = R-PRI(SET-IDX, RULE-IDX)
                        MOVE 1 TO MATCH-CNT
                    END-IF
            END-EVALUATE.

      * 報表中每個歸檔檔一行
        5800-FILEHEAD.
            MOVE SPACES TO RPT-REC.
            STRING "  ARCHIVE        : " ARCH-FILE-NAME(1:120)
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

      *-----------------------------------------------------------
      * 目的地並列累計(OUT-DEST 為 SET-IDX 之去處)
      *-----------------------------------------------------------
        6100-DSTADD.
            MOVE 0 TO DS-HIT.
            PERFORM VARYING DS-IDX FROM 1 BY 1
                    UNTIL DS-IDX > DS-CNT OR DS-HIT > 0
                IF DS-KEY(DS-IDX) = OUT-DEST
                    MOVE DS-IDX TO DS-HIT
                END-IF
            END-PERFORM.
            IF DS-HIT = 0
                IF DS-CNT < 200
                    ADD 1 TO DS-CNT
                    MOVE DS-CNT TO DS-HIT
                    MOVE OUT-DEST TO DS-KEY(DS-HIT)
                    MOVE 0 TO DS-N(DS-HIT, 1)
                    MOVE 0 TO DS-N(DS-HIT, 2)
                END-IF
            END-IF.
            IF DS-HIT > 0
                ADD 1 TO DS-N(DS-HIT, SET-IDX)
            END-IF.

      * 結果改變組合累計與抽樣位置
        6200-CHGADD.
            MOVE 0 TO CH-HIT.
            PERFORM VARYING CH-IDX FROM 1 BY 1
                    UNTIL CH-IDX > CH-CNT OR CH-HIT > 0
                IF CH-CUR(CH-IDX) = OUT-CUR
                AND CH-NEW(CH-IDX) = OUT-NEW
                    MOVE CH-IDX TO CH-HIT
                END-IF
            END-PERFORM.
            IF CH-HIT = 0
                IF CH-CNT < 300
                    ADD 1 TO CH-CNT
                    MOVE CH-CNT TO CH-HIT
                    INITIALIZE CH-ENT(CH-HIT)
                    MOVE OUT-CUR TO CH-CUR(CH-HIT)
                    MOVE OUT-NEW TO CH-NEW(CH-HIT)
                ELSE
                    ADD 1 TO CH-LOST
                END-IF
            END-IF.
            IF CH-HIT > 0
                ADD 1 TO CH-N(CH-HIT)
                IF CH-SCNT(CH-HIT) < SAMP-MAX
                    ADD 1 TO CH-SCNT(CH-HIT)
                    MOVE CH-SCNT(CH-HIT) TO CS-IDX
                    MOVE CUR-KIND TO CS-KIND(CH-HIT, CS-IDX)
                    MOVE CUR-RECNO TO CS-REC(CH-HIT, CS-IDX)
                    MOVE CUR-TIME TO CS-TIME(CH-HIT, CS-IDX)
                END-IF
            END-IF.

      * 擬議規則下落入 DEF/REJ/DLQ 的訊息
        6300-FALLADD.
            COMPUTE FL-K = OUT-NEW - 50.
            ADD 1 TO FL-TOT(FL-K).
            IF FL-KEPT(FL-K) < FALL-MAX AND FL-CNT < 300
                ADD 1 TO FL-KEPT(FL-K)
                ADD 1 TO FL-CNT
                MOVE OUT-NEW TO FL-CODE(FL-CNT)
                MOVE CUR-KIND TO FL-KIND(FL-CNT)
                MOVE CUR-RECNO TO FL-REC(FL-CNT)
                MOVE CUR-TIME TO FL-TIME(FL-CNT)
                MOVE SPACES TO FL-TEXT(FL-CNT)
                IF CUR-LEN > 60
                    MOVE CUR-BODY(1:60) TO FL-TEXT(FL-CNT)
                ELSE
                    MOVE CUR-BODY(1:CUR-LEN) TO FL-TEXT(FL-CNT)
                END-IF
                INSPECT FL-TEXT(FL-CNT)
                    CONVERTING CTL-CHARS TO CTL-DOTS
            END-IF.

      *-----------------------------------------------------------
      * 寫出報表
      *-----------------------------------------------------------
        7000-REPORT.
            MOVE SPACES TO RPT-REC.
            MOVE MSG-CNT TO CNT-DISP.
            MOVE SKIP-CNT TO CNT-DISP2.
            STRING "  MESSAGES       : " CNT-DISP
                   "   SKIPPED : " CNT-DISP2
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE DIFF-CNT TO CNT-DISP.
            STRING "  OUTCOME CHANGED: " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            IF ARCH-MASKED
                MOVE SPACES TO RPT-REC
                MOVE "  NOTE: MASKED ARCHIVE (MWMASKS), PAT/POS RULES"
                    TO RPT-REC
                PERFORM 7900-RPTWRITE
                MOVE SPACES TO RPT-REC
                MOVE "        ON MASKED FIELDS MAY DIFFER FROM LIVE"
                    TO RPT-REC
                PERFORM 7900-RPTWRITE
            END-IF.

      * 各規則分派筆數
            PERFORM VARYING SET-IDX FROM 1 BY 1 UNTIL SET-IDX > 2
                MOVE SPACES TO RPT-REC
                PERFORM 7900-RPTWRITE
                MOVE SPACES TO RPT-REC
                IF SET-IDX = 1
                    MOVE "COUNTS BY RULE - CURRENT" TO RPT-REC
                ELSE
                    MOVE "COUNTS BY RULE - PROPOSED" TO RPT-REC
                END-IF
                PERFORM 7900-RPTWRITE
                PERFORM VARYING OUT-CODE FROM 1 BY 1
                        UNTIL OUT-CODE > S-RCNT(SET-IDX)
                    MOVE R-CNT(SET-IDX, OUT-CODE) TO CNT-DISP
                    PERFORM 7100-RULELINE
                END-PERFORM
                IF S-DEF-SW(SET-IDX) = "Y"
                    MOVE 51 TO OUT-CODE
                    MOVE S-DEF-N(SET-IDX) TO CNT-DISP
                    PERFORM 7100-RULELINE
                END-IF
                IF S-REJ-SW(SET-IDX) = "Y"
                    MOVE 52 TO OUT-CODE
                    MOVE S-REJ-N(SET-IDX) TO CNT-DISP
                    PERFORM 7100-RULELINE
                END-IF
                IF S-DLQ-N(SET-IDX) > 0
                    MOVE 53 TO OUT-CODE
                    MOVE S-DLQ-N(SET-IDX) TO CNT-DISP
                    PERFORM 7100-RULELINE
                END-IF
            END-PERFORM.

      * 目的地並列
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "COUNTS BY DESTINATION" TO RPT-REC.
            MOVE "CURRENT" TO RPT-REC(29:7).
            MOVE "PROPOSED" TO RPT-REC(39:8).
            MOVE "CHANGE" TO RPT-REC(52:6).
            PERFORM 7900-RPTWRITE.
            PERFORM VARYING DS-IDX FROM 1 BY 1 UNTIL DS-IDX > DS-CNT
                MOVE DS-N(DS-IDX, 1) TO CNT-DISP
                MOVE DS-N(DS-IDX, 2) TO CNT-DISP2
                COMPUTE CNT-DISP3 = DS-N(DS-IDX, 2) - DS-N(DS-IDX, 1)
      * 目的地名稱過長者自成一行，筆數另起一行
                MOVE SPACES TO RPT-REC
                MOVE DS-KEY(DS-IDX) TO RPT-REC(3:78)
                IF DS-KEY(DS-IDX)(23:) NOT = SPACES
                    PERFORM 7900-RPTWRITE
                    MOVE SPACES TO RPT-REC
                END-IF
                STRING CNT-DISP " " CNT-DISP2 " " CNT-DISP3
                       DELIMITED BY SIZE INTO RPT-REC(26:32)
                END-STRING
                PERFORM 7900-RPTWRITE
            END-PERFORM.

      * 擬議規則下落入 DEF/REJ/DLQ 的訊息
            MOVE 2 TO SET-IDX.
            PERFORM VARYING FL-K FROM 1 BY 1 UNTIL FL-K > 3
                COMPUTE OUT-CODE = FL-K + 50
                IF (FL-K = 1 AND S-DEF-SW(2) = "Y")
                OR (FL-K = 2 AND S-REJ-SW(2) = "Y")
                OR FL-K = 3
                    PERFORM 7200-FALLSECT
                END-IF
            END-PERFORM.

      * 結果改變組合與抽樣位置
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "CHANGED OUTCOMES (CURRENT -> PROPOSED)" TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            IF CH-CNT = 0
                MOVE "  (NONE)" TO RPT-REC
                PERFORM 7900-RPTWRITE
            END-IF.
            PERFORM VARYING CH-IDX FROM 1 BY 1 UNTIL CH-IDX > CH-CNT
                MOVE 1 TO SET-IDX
                MOVE CH-CUR(CH-IDX) TO OUT-CODE
                PERFORM 6800-OUTLABEL
                MOVE OUT-LABEL TO OUT-LABEL2
                MOVE 2 TO SET-IDX
                MOVE CH-NEW(CH-IDX) TO OUT-CODE
                PERFORM 6800-OUTLABEL
                MOVE CH-N(CH-IDX) TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "  " CNT-DISP "  " FUNCTION TRIM(OUT-LABEL2)
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                MOVE SPACES TO RPT-REC
                STRING "              -> " FUNCTION TRIM(OUT-LABEL)
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                PERFORM VARYING CS-IDX FROM 1 BY 1
                        UNTIL CS-IDX > CH-SCNT(CH-IDX)
                    MOVE CS-REC(CH-IDX, CS-IDX) TO CNT-DISP
                    MOVE SPACES TO RPT-REC
                    STRING "              SAMPLE "
                           CS-KIND(CH-IDX, CS-IDX) " REC" CNT-DISP
                           " AT " CS-TIME(CH-IDX, CS-IDX)
                           DELIMITED BY SIZE INTO RPT-REC
                    END-STRING
                    PERFORM 7900-RPTWRITE
                END-PERFORM
            END-PERFORM.
            IF CH-LOST > 0
                MOVE CH-LOST TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "  CHANGE TABLE FULL, " FUNCTION TRIM(CNT-DISP)
                       " MSG(S) NOT GROUPED"
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.

      * 一行：規則序號/種類/目的地 + 筆數(CNT-DISP)
        7100-RULELINE.
            PERFORM 6800-OUTLABEL.
            MOVE SPACES TO RPT-REC.
            STRING "  " CNT-DISP "  " FUNCTION TRIM(OUT-LABEL)
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

      * 擬議規則下落入某一類(OUT-CODE)的訊息清單
        7200-FALLSECT.
            PERFORM 6800-OUTLABEL.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE FL-TOT(FL-K) TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "PROPOSED " FUNCTION TRIM(OUT-LABEL)
                   " : " FUNCTION TRIM(CNT-DISP) " MSG(S)"
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            PERFORM VARYING FL-IDX FROM 1 BY 1
                    UNTIL FL-IDX > FL-CNT
                IF FL-CODE(FL-IDX) = OUT-CODE
                    MOVE FL-REC(FL-IDX) TO CNT-DISP
                    MOVE SPACES TO RPT-REC
                    STRING "  " FL-KIND(FL-IDX) " REC"
                           CNT-DISP " AT " FL-TIME(FL-IDX)
                           " [" FUNCTION TRIM(FL-TEXT(FL-IDX) TRAILING)
                           "]"
                           DELIMITED BY SIZE INTO RPT-REC
                    END-STRING
                    PERFORM 7900-RPTWRITE
                END-IF
            END-PERFORM.
            IF FL-TOT(FL-K) > FL-KEPT(FL-K)
                COMPUTE CNT-DISP = FL-TOT(FL-K) - FL-KEPT(FL-K)
                MOVE SPACES TO RPT-REC
                STRING "  ... " FUNCTION TRIM(CNT-DISP)
                       " MORE NOT LISTED"
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.

      *-----------------------------------------------------------
      * 結果代碼(SET-IDX/OUT-CODE)轉說明 OUT-LABEL 與去處 OUT-DEST
      *-----------------------------------------------------------
        6800-OUTLABEL.
            MOVE SPACES TO OUT-LABEL.
            MOVE SPACES TO OUT-DEST.
            EVALUATE OUT-CODE
                WHEN 51
                    STRING FUNCTION TRIM(S-DEF-TYPE(SET-IDX)) ","
                           FUNCTION TRIM(S-DEF-QUE(SET-IDX))
                           DELIMITED BY SIZE INTO OUT-DEST
                    END-STRING
                    STRING "DEF -> " FUNCTION TRIM(OUT-DEST)
                           DELIMITED BY SIZE INTO OUT-LABEL
                    END-STRING
                WHEN 52
                    STRING "REJ " FUNCTION TRIM(S-REJ-FILE(SET-IDX))
                           DELIMITED BY SIZE INTO OUT-DEST
                    END-STRING
                    STRING "REJ -> " FUNCTION TRIM(S-REJ-FILE(SET-IDX))
                           DELIMITED BY SIZE INTO OUT-LABEL
                    END-STRING
                WHEN 53
                    MOVE "DLQ (NO ROUTE)" TO OUT-DEST
                    MOVE "DLQ (NO ROUTE)" TO OUT-LABEL
                WHEN OTHER
                    STRING FUNCTION TRIM(R-DTYPE(SET-IDX, OUT-CODE)) ","
                           FUNCTION TRIM(R-DQUE(SET-IDX, OUT-CODE))
                           DELIMITED BY SIZE INTO OUT-DEST
                    END-STRING
                    MOVE OUT-CODE TO IDX-DISP
                    STRING "R" IDX-DISP " " R-KIND(SET-IDX, OUT-CODE)
                           " -> " FUNCTION TRIM(OUT-DEST)
                           DELIMITED BY SIZE INTO OUT-LABEL
                    END-STRING
            END-EVALUATE.

        7900-RPTWRITE.
            WRITE RPT-REC.

        COPY "CRYPTPD.DEF".

        2000-PARAM.

            ACCEPT PARAM-LIST FROM COMMAND-LINE.
            MOVE 1 TO STRING-PTR.
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 必要參數 : -c current_rules , -r proposed_rules 及
      *            src_que (必須為最後一個)
      * 選擇性參數 : -date yyyymmdd , -d arch_dir , -samp n ,
      *              -max n , -o report_file
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            IF PARAM-PREV NOT = SPACES
                                GO TO 3000-PERR
                            END-IF
                            MOVE PARAM TO SRC-NAME
                        ELSE
                            PERFORM 2500-SETPARAM
                        END-IF
                END-UNSTRING
            END-PERFORM.

            IF SRC-NAME = SPACES OR CUR-RULE-FILE = SPACES
            OR NEW-RULE-FILE = SPACES
                GO TO 3000-PERR
            END-IF.
            IF SAMP-MAX < 1 OR SAMP-MAX > 10
            OR FALL-MAX < 0 OR FALL-MAX > 300
                GO TO 3000-PERR
            END-IF.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"      MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-c"      MOVE PARAM TO PARAM-PREV
                WHEN "-r"      MOVE PARAM TO PARAM-PREV
                WHEN "-date"   MOVE PARAM TO PARAM-PREV
                WHEN "-d"      MOVE PARAM TO PARAM-PREV
                WHEN "-samp"   MOVE PARAM TO PARAM-PREV
                WHEN "-max"    MOVE PARAM TO PARAM-PREV
                WHEN "-o"      MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-c"
                            MOVE PARAM TO CUR-RULE-FILE
                        WHEN "-r"
                            MOVE PARAM TO NEW-RULE-FILE
                        WHEN "-date"
                            MOVE PARAM TO CHK-DATE
                        WHEN "-d"
                            MOVE PARAM TO ARCH-DIR
                        WHEN "-samp"
                            COMPUTE SAMP-MAX = FUNCTION NUMVAL(PARAM)
                        WHEN "-max"
                            COMPUTE FALL-MAX = FUNCTION NUMVAL(PARAM)
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

            DISPLAY "MWRTSIM - Routing Rule Simulator".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWRTSIM -c current_rules -r new_rules".
            DISPLAY "                 [options] $src_que".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  -c current_rules   MWROUTE Rules In Use".
            DISPLAY "  -r new_rules       Proposed MWROUTE Rules".
            DISPLAY "  [-date yyyymmdd]   Archive Date(Default".
            DISPLAY "                     Yesterday)".
            DISPLAY "  [-d arch_dir]      MWSINK Archive Dir".
            DISPLAY "                     (Default MWSINKDIR or".
            DISPLAY "                     ARCHIVE)".
            DISPLAY "  [-samp n]          Samples Per Changed Outcome".
            DISPLAY "                     (Default 5, Max 10)".
            DISPLAY "  [-max n]           DEF/REJ/DLQ Msgs Listed".
            DISPLAY "                     (Default 100, Max 300)".
            DISPLAY "  [-o report_file]   Report File(Default".
            DISPLAY "                     MWRTSIMOUT)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWRTSIM.
