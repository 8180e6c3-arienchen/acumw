      */--------------------------------------------------------------
      * MWGENDATA.CBL
      * 依格式定義檔(MWFMTS)產生測試訊息
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. MWREGR 情境、MQPERF/MSGPERF -p 內容檔、MWSPOOL 測試匯入
      *    檔過去都是手工拼湊，內容不像真實訊息，格式檢核與
      *    MWROUTE POS 規則等於沒測；本程式讀取指定 QUE 在 MWFMTS
      *    的規則(含 * 全 QUE 規則)，產生 N 筆(-n，預設 10)訊息：
      *    - NUM/AMT 欄位填亂數數字(AMT 只用末 9 位，雜湊不溢位)
      *    - DATE 欄位填本年度亂數合法日期
      *    - CODE 欄位自列舉清單亂數挑選
      *    - 其餘位置填亂數英文字母；長度取 MINLEN 與最遠欄位
      *      止點較大者(-len 可再加長)
      * 2. -bad pct(預設 10)：按比例(平均分散，筆數 = N*pct/100
      *    取整)刻意做壞一條亂數挑選的規則(MINLEN 截短、NUM/AMT
      *    塞字母、DATE 月份 13、CODE 填 *)；每筆產完即以 FMTPD
      *    同一套檢核實測，取實際違反的規則名(與 MWSPOOL 退回檔
      *    原因一致)為該筆標記；預期合格卻檢核不過者計為規則
      *    衝突(定義檔本身有問題)，RETURN-CODE = 3
      * 3. 輸出三種檔：
      *    - -perf file (預設 MWGENDATA.PAY)：MQPERF/MSGPERF -p 內容
      *      檔，壓測重複送同一內容，故只寫第一筆合格訊息
      *    - -spool file(預設 MWGENDATA.SPL)：MWSPOOL 匯入檔，每行
      *      TYPE|QUE|PRIOR|BODY；QUE 有 CTLTOT 規則(或 -ctl)時首尾
      *      加 HDR/TRL 控制總數(格式見 CTOTWS.DEF)
      *    - -regr file (預設 MWGENDATA.VFY)：MWREGR -c 情境片段，
      *      每筆一行 VERIFY：合格者驗 -cap 接收擷取檔(預設
      *      MWREGRCAP)、不合格者驗 -rej MWSPOOL 退回檔(預設
      *      MWSPOOLREJ)含該筆內容開頭，不合格者前一行以 * 註解
      *      列出序號與違反規則
      * 4. -seed n 指定亂數種子可重現同一批資料；未給以時間為種子
      *    並顯示，結束時顯示合格/不合格(依規則別)筆數
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWGENDATA.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * MQPERF/MSGPERF -p 內容檔
            SELECT GEN-PERF-FILE ASSIGN TO PERF-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PERF-FILE-STAT.
      * MWSPOOL 匯入檔
            SELECT GEN-SPOOL-FILE ASSIGN TO SPOOL-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SPOOL-FILE-STAT.
      * MWREGR VERIFY 預期檔
            SELECT GEN-REGR-FILE ASSIGN TO REGR-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REGR-FILE-STAT.
            COPY "FMTSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  GEN-PERF-FILE.
        01  PERF-REC                PIC X(4000).

        FD  GEN-SPOOL-FILE.
        01  SPOOL-REC               PIC X(10400).

        FD  GEN-REGR-FILE.
        01  REGR-REC                PIC X(250).
        COPY "FMTFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "FMTWS.DEF".
        COPY "CTOTWS.DEF".

        77  PERF-FILE-STAT      PIC XX.
        77  SPOOL-FILE-STAT     PIC XX.
        77  REGR-FILE-STAT      PIC XX.

        77  PARAM-LIST          PIC X(255).
        77  PARAM-LIST-SIZE     PIC 9(3).
        77  PARAM               PIC X(80) VALUE SPACE.
        77  PARAM-PREV          PIC X(80) VALUE SPACE.
        77  STRING-PTR          PIC 9(3).
        77  PARAM-FLAG          PIC X VALUE SPACE.
            88 PARAM-END        VALUE 'Y'.
        77  QUIET-SW            PIC X VALUE SPACE.
            88 QUIET-ON         VALUE 'Y'.

        01  QUE-NAME            PIC X(64) VALUE SPACES.
        01  GEN-TYPE            PIC X(8) VALUE "posix".
        01  SPOOL-TYPE          PIC X(5) VALUE SPACES.
        01  PRIOR-TXT           PIC X(8) VALUE SPACES.
        01  PRIOR-DISP          PIC Z(8)9.
        77  PRIOR-VAL           SIGNED-INT VALUE 0.
        01  PERF-FILE-NAME      PIC X(256) VALUE "MWGENDATA.PAY".
        01  SPOOL-FILE-NAME     PIC X(256) VALUE "MWGENDATA.SPL".
        01  REGR-FILE-NAME      PIC X(256) VALUE "MWGENDATA.VFY".
        01  CAP-FILE-NAME       PIC X(64) VALUE "MWREGRCAP".
        01  REJ-FILE-NAME       PIC X(64) VALUE "MWSPOOLREJ".
        77  CTL-SW              PIC X VALUE SPACE.
            88 CTL-ON           VALUE 'Y'.

        77  GEN-CNT             SIGNED-LONG VALUE 10.
        77  BAD-PCT             SIGNED-INT VALUE 10.
        77  MIN-LEN-ARG         SIGNED-INT VALUE 0.
        01  SEED-TXT            PIC X(10) VALUE SPACES.
        77  SEED-VAL            PIC 9(9) VALUE 0.
        77  SEED-TIME           PIC 9(8).

      * 本 QUE 適用規則(FMT-TAB 索引)與可做壞的規則
        01  GR-TAB.
            05  GR-IDX          SIGNED-INT OCCURS 100 TIMES.
        77  GR-CNT              SIGNED-INT VALUE 0.
        01  BRK-TAB.
            05  BRK-IDX         SIGNED-INT OCCURS 100 TIMES.
        77  BRK-CNT             SIGNED-INT VALUE 0.
        77  GX                  SIGNED-INT VALUE 0.
        77  RX                  SIGNED-INT VALUE 0.
        77  BASE-LEN            SIGNED-INT VALUE 0.
        77  FLD-END             SIGNED-INT VALUE 0.

      * 產生中的一筆
        01  GEN-BUF             PIC X(10240).
        77  GEN-LEN             SIGNED-INT VALUE 0.
        77  GEN-NO              SIGNED-LONG VALUE 0.
        77  GEN-POS             SIGNED-INT VALUE 0.
        77  GEN-END             SIGNED-INT VALUE 0.
        77  BODY-LEN            SIGNED-INT VALUE 0.
        77  BAD-WANT            SIGNED-LONG VALUE 0.
        77  BAD-MADE            SIGNED-LONG VALUE 0.
        77  MAKE-BAD-SW         PIC X VALUE SPACE.
            88 MAKE-BAD         VALUE 'Y'.
        77  MSG-OK-SW           PIC X VALUE SPACE.
            88 MSG-OK           VALUE 'Y'.
        01  MSG-TAG             PIC X(20) VALUE SPACES.
        01  VFY-TXT             PIC X(20) VALUE SPACES.
        77  VFY-LEN             SIGNED-INT VALUE 0.
        77  PERF-DONE-SW        PIC X VALUE SPACE.
            88 PERF-DONE        VALUE 'Y'.
        77  PERF-PTR            SIGNED-INT VALUE 0.
        77  SPOOL-PTR           SIGNED-INT VALUE 0.

      * 亂數
        77  RND-VAL             COMP-2 VALUE 0.
        77  RND-RANGE           SIGNED-INT VALUE 0.
        77  RND-INT             SIGNED-INT VALUE 0.
        01  ALPHA-CHARS         PIC X(26)
                VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
        01  DIGIT-CHARS         PIC X(10) VALUE "0123456789".
        01  TODAY-DATE          PIC X(8).
        01  NOW-TIME            PIC X(8).
        01  DATE-VAL.
            05  DATE-YYYY       PIC X(4).
            05  DATE-MM         PIC 99.
            05  DATE-DD         PIC 99.
        77  CODE-CNT            SIGNED-INT VALUE 0.
        01  CODE-PICK           PIC X(16).

      * 統計
        77  OK-CNT              SIGNED-LONG VALUE 0.
        77  BAD-CNT             SIGNED-LONG VALUE 0.
        77  CONFLICT-CNT        SIGNED-LONG VALUE 0.
        77  T-MINLEN            SIGNED-LONG VALUE 0.
        77  T-NUM               SIGNED-LONG VALUE 0.
        77  T-AMT               SIGNED-LONG VALUE 0.
        77  T-DATE              SIGNED-LONG VALUE 0.
        77  T-CODE              SIGNED-LONG VALUE 0.
        77  T-OTHER             SIGNED-LONG VALUE 0.
        77  CNT-DISP            PIC Z(8)9.
        77  SEQ-DISP            PIC 9(6).

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

            PERFORM 1740-FMTLOAD THRU 1740-EXIT.
            PERFORM 4000-RULESCAN.
            IF GR-CNT = 0
                DISPLAY "NO MWFMTS RULE APPLIES TO " QUE-NAME(1:40)
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

      * 亂數種子：未指定以時間為種子，顯示供重現
            IF SEED-TXT NOT = SPACES
                COMPUTE SEED-VAL = FUNCTION NUMVAL(SEED-TXT)
            ELSE
                ACCEPT SEED-TIME FROM TIME
                COMPUTE SEED-VAL = FUNCTION MOD(SEED-TIME, 99991) + 1
            END-IF.
            COMPUTE RND-VAL = FUNCTION RANDOM(SEED-VAL).

            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT NOW-TIME FROM TIME.

      * CTLTOT 規則或 -ctl 時匯入檔加表頭/表尾
            MOVE QUE-NAME TO FMT-QUE-KEY.
            PERFORM 1860-CTOTAMT.
            IF CTOT-REQUIRED
                MOVE "Y" TO CTL-SW
            END-IF.

            PERFORM 4500-OPENOUT THRU 4500-EXIT.
            IF RETURN-CODE = MWRC-FILE
                GO TO 0000-EXIT
            END-IF.

            PERFORM VARYING GEN-NO FROM 1 BY 1 UNTIL GEN-NO > GEN-CNT
                PERFORM 5000-GENONE
            END-PERFORM.

            IF CTL-ON
                MOVE SPACES TO CTOT-TRL-REC
                MOVE "TRL" TO CTOT-T-ID
                MOVE CTOT-CNT TO CTOT-T-CNT
                MOVE CTOT-HASH TO CTOT-T-HASH
                MOVE SPACES TO SPOOL-REC
                MOVE CTOT-TRL-REC TO SPOOL-REC
                WRITE SPOOL-REC
            END-IF.

            CLOSE GEN-SPOOL-FILE.
            CLOSE GEN-REGR-FILE.
            IF PERF-DONE
                CLOSE GEN-PERF-FILE
            ELSE
                DISPLAY "NO VALID MESSAGE - PAYLOAD FILE NOT WRITTEN"
            END-IF.

            PERFORM 8000-SUMMARY.

            IF CONFLICT-CNT > 0 OR NOT PERF-DONE
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
      * 取本 QUE 適用規則，算基本長度與可做壞的規則清單
      *-----------------------------------------------------------
        4000-RULESCAN.
            MOVE 0 TO GR-CNT.
            MOVE 0 TO BRK-CNT.
            MOVE 0 TO BASE-LEN.

            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > FMT-RULE-CNT
                IF FM-QUE(RX) = QUE-NAME OR FM-QUE(RX)(1:1) = "*"
                    PERFORM 4100-RULEONE
                END-IF
            END-PERFORM.

            IF MIN-LEN-ARG > BASE-LEN
                MOVE MIN-LEN-ARG TO BASE-LEN
            END-IF.
            IF BASE-LEN < 1
                MOVE 80 TO BASE-LEN
            END-IF.
            IF BASE-LEN > 10000
                MOVE 10000 TO BASE-LEN
            END-IF.

        4100-RULEONE.
            ADD 1 TO GR-CNT.
            MOVE RX TO GR-IDX(GR-CNT).
            EVALUATE FM-KIND(RX)
                WHEN "MINLEN"
                    IF FM-MIN(RX) > BASE-LEN
                        MOVE FM-MIN(RX) TO BASE-LEN
                    END-IF
                    IF FM-MIN(RX) > 1
                        ADD 1 TO BRK-CNT
                        MOVE RX TO BRK-IDX(BRK-CNT)
                    END-IF
                WHEN "NUM"
                WHEN "AMT"
                WHEN "DATE"
                WHEN "CODE"
                    IF FM-START(RX) > 0 AND FM-FLEN(RX) > 0
                    AND FM-START(RX) + FM-FLEN(RX) - 1 <= 10000
                        COMPUTE FLD-END = FM-START(RX) + FM-FLEN(RX) - 1
                        IF FLD-END > BASE-LEN
                            MOVE FLD-END TO BASE-LEN
                        END-IF
                        ADD 1 TO BRK-CNT
                        MOVE RX TO BRK-IDX(BRK-CNT)
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      *-----------------------------------------------------------
      * 開三個輸出檔；匯入檔需要時先寫表頭，預期檔寫說明註解
      *-----------------------------------------------------------
        4500-OPENOUT.
            OPEN OUTPUT GEN-SPOOL-FILE.
            IF SPOOL-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN SPOOL FILE : "
                        SPOOL-FILE-NAME(1:50)
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 4500-EXIT
            END-IF.
            OPEN OUTPUT GEN-REGR-FILE.
            IF REGR-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN VERIFY FILE : "
                        REGR-FILE-NAME(1:50)
                CLOSE GEN-SPOOL-FILE
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 4500-EXIT
            END-IF.
            MOVE MWRC-OK TO RETURN-CODE.

            IF CTL-ON
                MOVE SPACES TO CTOT-HDR-REC
                MOVE "HDR" TO CTOT-H-ID
                MOVE QUE-NAME TO CTOT-H-QUE
                MOVE TODAY-DATE TO CTOT-H-BDATE
                MOVE NOW-TIME(1:4) TO CTOT-H-CUTOFF
                MOVE TODAY-DATE TO CTOT-H-CDATE
                MOVE NOW-TIME(1:6) TO CTOT-H-CTIME
                MOVE SPACES TO SPOOL-REC
                MOVE CTOT-HDR-REC TO SPOOL-REC
                WRITE SPOOL-REC
            END-IF.

            MOVE SEED-VAL TO CNT-DISP.
            MOVE SPACES TO REGR-REC.
            STRING "* MWGENDATA " DELIMITED BY SIZE
                   FUNCTION TRIM(QUE-NAME) DELIMITED BY SIZE
                   " SEED " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TODAY-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOW-TIME(1:6) DELIMITED BY SIZE
                INTO REGR-REC
            END-STRING.
            WRITE REGR-REC.
            MOVE SPACES TO REGR-REC.
            STRING "* VALID -> " DELIMITED BY SIZE
                   FUNCTION TRIM(CAP-FILE-NAME) DELIMITED BY SIZE
                   " (RECEIVE CAPTURE), INVALID -> " DELIMITED BY SIZE
                   FUNCTION TRIM(REJ-FILE-NAME) DELIMITED BY SIZE
                   " (MWSPOOL REJECT FILE)" DELIMITED BY SIZE
                INTO REGR-REC
            END-STRING.
            WRITE REGR-REC.

        4500-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 產生一筆：填底、逐欄位填值、需要時做壞，再實測取標記
      *-----------------------------------------------------------
        5000-GENONE.
            MOVE BASE-LEN TO GEN-LEN.
            MOVE SPACES TO GEN-BUF.
            PERFORM VARYING GEN-POS FROM 1 BY 1 UNTIL GEN-POS > GEN-LEN
                MOVE 26 TO RND-RANGE
                PERFORM 7000-RND
                MOVE ALPHA-CHARS(RND-INT + 1:1) TO GEN-BUF(GEN-POS:1)
            END-PERFORM.

            PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GR-CNT
                MOVE GR-IDX(GX) TO RX
                PERFORM 5200-FIELD
            END-PERFORM.

      * 匯入/內容檔讀入時會去尾端空白：尾端為代碼補白時補一字母
            IF GEN-BUF(GEN-LEN:1) = SPACE
                ADD 1 TO GEN-LEN
                MOVE "Z" TO GEN-BUF(GEN-LEN:1)
            END-IF.

      * 不合格筆數平均分散：累計應做壞筆數超過已做壞即做壞本筆
            MOVE SPACE TO MAKE-BAD-SW.
            COMPUTE BAD-WANT = (GEN-NO * BAD-PCT) / 100.
            IF BAD-WANT > BAD-MADE AND BRK-CNT > 0
                MOVE "Y" TO MAKE-BAD-SW
                ADD 1 TO BAD-MADE
                PERFORM 5300-BREAK
            END-IF.

      * 以閘道同一套規則實測(長度同 MWSPOOL 去尾端空白)
            COMPUTE BODY-LEN = FUNCTION LENGTH(FUNCTION TRIM(
                    GEN-BUF(1:GEN-LEN) TRAILING)).
            MOVE GEN-BUF TO FMT-BUF.
            MOVE BODY-LEN TO FMT-LEN.
            MOVE QUE-NAME TO FMT-QUE-KEY.
            PERFORM 1745-FMTCHK.
            MOVE FMT-OK-SW TO MSG-OK-SW.
            MOVE FMT-RULE-NAME TO MSG-TAG.
            IF NOT MAKE-BAD AND NOT MSG-OK
                ADD 1 TO CONFLICT-CNT
                MOVE GEN-NO TO SEQ-DISP
                DISPLAY "RULE CONFLICT : MSG " SEQ-DISP
                        " FAILS " MSG-TAG " WITHOUT BEING BROKEN"
            END-IF.

            IF CTL-ON
                PERFORM 1862-CTOTADD
            END-IF.

            PERFORM 5500-WRITESPOOL.
            PERFORM 5600-WRITEREGR.
            IF MSG-OK
                ADD 1 TO OK-CNT
                IF NOT PERF-DONE
                    PERFORM 5700-WRITEPERF
                END-IF
            ELSE
                ADD 1 TO BAD-CNT
                EVALUATE TRUE
                    WHEN MSG-TAG(1:6) = "MINLEN"
                        ADD 1 TO T-MINLEN
                    WHEN MSG-TAG(1:3) = "NUM"
                        ADD 1 TO T-NUM
                    WHEN MSG-TAG(1:3) = "AMT"
                        ADD 1 TO T-AMT
                    WHEN MSG-TAG(1:4) = "DATE"
                        ADD 1 TO T-DATE
                    WHEN MSG-TAG(1:4) = "CODE"
                        ADD 1 TO T-CODE
                    WHEN OTHER
                        ADD 1 TO T-OTHER
                END-EVALUATE
            END-IF.

      * 依規則種類填欄位值(欄位超出 10000 BYTES 者不處理)
        5200-FIELD.
            IF FM-KIND(RX) = "MINLEN" OR FM-KIND(RX) = "CTLTOT"
            OR FM-START(RX) < 1 OR FM-FLEN(RX) < 1
            OR FM-START(RX) + FM-FLEN(RX) - 1 > 10000
                CONTINUE
            ELSE
                COMPUTE GEN-END = FM-START(RX) + FM-FLEN(RX) - 1
                EVALUATE FM-KIND(RX)
                    WHEN "NUM"
                        PERFORM VARYING GEN-POS FROM FM-START(RX) BY 1
                                UNTIL GEN-POS > GEN-END
                            PERFORM 5210-DIGIT
                        END-PERFORM
                    WHEN "AMT"
                        PERFORM VARYING GEN-POS FROM FM-START(RX) BY 1
                                UNTIL GEN-POS > GEN-END
                            IF GEN-END - GEN-POS >= 9
                                MOVE "0" TO GEN-BUF(GEN-POS:1)
                            ELSE
                                PERFORM 5210-DIGIT
                            END-IF
                        END-PERFORM
                    WHEN "DATE"
                        PERFORM 5220-DATE
                    WHEN "CODE"
                        PERFORM 5230-CODE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

        5210-DIGIT.
            MOVE 10 TO RND-RANGE.
            PERFORM 7000-RND.
            MOVE DIGIT-CHARS(RND-INT + 1:1) TO GEN-BUF(GEN-POS:1).

      * 本年度亂數日期(日 1-28，各月皆合法)；欄長非 8 者填數字
        5220-DATE.
            IF FM-FLEN(RX) NOT = 8
                PERFORM VARYING GEN-POS FROM FM-START(RX) BY 1
                        UNTIL GEN-POS > GEN-END
                    PERFORM 5210-DIGIT
                END-PERFORM
            ELSE
                MOVE TODAY-DATE(1:4) TO DATE-YYYY
                MOVE 12 TO RND-RANGE
                PERFORM 7000-RND
                COMPUTE DATE-MM = RND-INT + 1
                MOVE 28 TO RND-RANGE
                PERFORM 7000-RND
                COMPUTE DATE-DD = RND-INT + 1
                MOVE DATE-VAL TO GEN-BUF(FM-START(RX):8)
            END-IF.

      * 自列舉清單(最多 8 個值)亂數挑一，欄內左靠補白
        5230-CODE.
            MOVE SPACES TO FMT-CODES.
            MOVE 1 TO FMT-UPTR.
            UNSTRING FM-LIST(RX) DELIMITED BY ","
                INTO FMT-CODE-V(1), FMT-CODE-V(2),
                     FMT-CODE-V(3), FMT-CODE-V(4),
                     FMT-CODE-V(5), FMT-CODE-V(6),
                     FMT-CODE-V(7), FMT-CODE-V(8)
                POINTER FMT-UPTR
            END-UNSTRING.
            MOVE 0 TO CODE-CNT.
            PERFORM VARYING FMT-CODE-IDX FROM 1 BY 1
                    UNTIL FMT-CODE-IDX > 8
                IF FMT-CODE-V(FMT-CODE-IDX) NOT = SPACES
                    ADD 1 TO CODE-CNT
                    MOVE FMT-CODE-V(FMT-CODE-IDX)
                        TO FMT-CODE-V(CODE-CNT)
                END-IF
            END-PERFORM.
            IF CODE-CNT > 0
                MOVE CODE-CNT TO RND-RANGE
                PERFORM 7000-RND
                MOVE FUNCTION TRIM(FMT-CODE-V(RND-INT + 1))
                    TO CODE-PICK
                MOVE SPACES TO GEN-BUF(FM-START(RX):FM-FLEN(RX))
                IF FM-FLEN(RX) > 16
                    MOVE CODE-PICK TO GEN-BUF(FM-START(RX):16)
                ELSE
                    MOVE CODE-PICK(1:FM-FLEN(RX))
                        TO GEN-BUF(FM-START(RX):FM-FLEN(RX))
                END-IF
            END-IF.

      * 亂數挑一條可做壞的規則做壞
        5300-BREAK.
            MOVE BRK-CNT TO RND-RANGE.
            PERFORM 7000-RND.
            MOVE BRK-IDX(RND-INT + 1) TO RX.
            EVALUATE FM-KIND(RX)
                WHEN "MINLEN"
                    COMPUTE GEN-LEN = FM-MIN(RX) - 1
                    IF GEN-LEN > BASE-LEN
                        MOVE BASE-LEN TO GEN-LEN
                    END-IF
                WHEN "NUM"
                WHEN "AMT"
                    MOVE "X" TO GEN-BUF(FM-START(RX):1)
                WHEN "DATE"
                    IF FM-FLEN(RX) = 8
                        MOVE "13" TO GEN-BUF(FM-START(RX) + 4:2)
                    ELSE
                        MOVE "X" TO GEN-BUF(FM-START(RX):1)
                    END-IF
                WHEN "CODE"
                    MOVE ALL "*" TO GEN-BUF(FM-START(RX):FM-FLEN(RX))
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      * 匯入檔一行：TYPE|QUE|PRIOR|BODY
        5500-WRITESPOOL.
            MOVE SPACES TO SPOOL-REC.
            MOVE 1 TO SPOOL-PTR.
            STRING SPOOL-TYPE DELIMITED BY SPACE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(QUE-NAME) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(PRIOR-DISP) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                INTO SPOOL-REC WITH POINTER SPOOL-PTR
            END-STRING.
            IF BODY-LEN > 0
                STRING GEN-BUF(1:BODY-LEN) DELIMITED BY SIZE
                    INTO SPOOL-REC WITH POINTER SPOOL-PTR
                END-STRING
            END-IF.
            WRITE SPOOL-REC.

      * 預期檔一行：VERIFY,檔名,內容開頭(最多 20 BYTES)
        5600-WRITEREGR.
            MOVE GEN-NO TO SEQ-DISP.
            IF NOT MSG-OK
                MOVE SPACES TO REGR-REC
                STRING "* " DELIMITED BY SIZE
                       SEQ-DISP DELIMITED BY SIZE
                       " INVALID " DELIMITED BY SIZE
                       FUNCTION TRIM(MSG-TAG) DELIMITED BY SIZE
                    INTO REGR-REC
                END-STRING
                WRITE REGR-REC
            END-IF.

            MOVE BODY-LEN TO VFY-LEN.
            IF VFY-LEN > 20
                MOVE 20 TO VFY-LEN
            END-IF.
            MOVE SPACES TO VFY-TXT.
            IF VFY-LEN > 0
                MOVE GEN-BUF(1:VFY-LEN) TO VFY-TXT
            END-IF.

            MOVE SPACES TO REGR-REC.
            IF MSG-OK
                STRING "VERIFY," DELIMITED BY SIZE
                       FUNCTION TRIM(CAP-FILE-NAME) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       VFY-TXT(1:VFY-LEN) DELIMITED BY SIZE
                    INTO REGR-REC
                END-STRING
            ELSE
                STRING "VERIFY," DELIMITED BY SIZE
                       FUNCTION TRIM(REJ-FILE-NAME) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       VFY-TXT(1:VFY-LEN) DELIMITED BY SIZE
                    INTO REGR-REC
                END-STRING
            END-IF.
            WRITE REGR-REC.

      * 內容檔：第一筆合格訊息，每行 4000 BYTES 分段
        5700-WRITEPERF.
            OPEN OUTPUT GEN-PERF-FILE.
            IF PERF-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN PAYLOAD FILE : "
                        PERF-FILE-NAME(1:50)
                MOVE "N" TO PERF-DONE-SW
            ELSE
                MOVE "Y" TO PERF-DONE-SW
                PERFORM VARYING PERF-PTR FROM 1 BY 4000
                        UNTIL PERF-PTR > BODY-LEN
                    MOVE SPACES TO PERF-REC
                    IF BODY-LEN - PERF-PTR + 1 > 4000
                        MOVE GEN-BUF(PERF-PTR:4000) TO PERF-REC
                    ELSE
                        MOVE GEN-BUF(PERF-PTR:BODY-LEN - PERF-PTR + 1)
                            TO PERF-REC
                    END-IF
                    WRITE PERF-REC
                END-PERFORM
            END-IF.

      * 亂數 0 ~ RND-RANGE - 1
        7000-RND.
            COMPUTE RND-VAL = FUNCTION RANDOM.
            COMPUTE RND-INT = FUNCTION INTEGER(RND-VAL * RND-RANGE).
            IF RND-INT >= RND-RANGE
                COMPUTE RND-INT = RND-RANGE - 1
            END-IF.

        8000-SUMMARY.
            DISPLAY "===============================================".
            DISPLAY "MWGENDATA - " FUNCTION TRIM(QUE-NAME).
            DISPLAY "===============================================".
            MOVE GR-CNT TO CNT-DISP.
            DISPLAY "RULES APPLIED    : " CNT-DISP.
            MOVE SEED-VAL TO CNT-DISP.
            DISPLAY "RANDOM SEED      : " CNT-DISP.
            MOVE GEN-CNT TO CNT-DISP.
            DISPLAY "GENERATED        : " CNT-DISP.
            MOVE OK-CNT TO CNT-DISP.
            DISPLAY "VALID            : " CNT-DISP.
            MOVE BAD-CNT TO CNT-DISP.
            DISPLAY "INVALID          : " CNT-DISP.
            IF T-MINLEN > 0
                MOVE T-MINLEN TO CNT-DISP
                DISPLAY "  MINLEN         : " CNT-DISP
            END-IF.
            IF T-NUM > 0
                MOVE T-NUM TO CNT-DISP
                DISPLAY "  NUM            : " CNT-DISP
            END-IF.
            IF T-AMT > 0
                MOVE T-AMT TO CNT-DISP
                DISPLAY "  AMT            : " CNT-DISP
            END-IF.
            IF T-DATE > 0
                MOVE T-DATE TO CNT-DISP
                DISPLAY "  DATE           : " CNT-DISP
            END-IF.
            IF T-CODE > 0
                MOVE T-CODE TO CNT-DISP
                DISPLAY "  CODE           : " CNT-DISP
            END-IF.
            IF T-OTHER > 0
                MOVE T-OTHER TO CNT-DISP
                DISPLAY "  OTHER          : " CNT-DISP
            END-IF.
            IF CONFLICT-CNT > 0
                MOVE CONFLICT-CNT TO CNT-DISP
                DISPLAY "RULE CONFLICTS   : " CNT-DISP
                        "  (CHECK MWFMTS DEFINITIONS)"
            END-IF.
            IF BRK-CNT = 0 AND BAD-PCT > 0
                DISPLAY "NO BREAKABLE RULE - ALL MESSAGES VALID"
            END-IF.
            DISPLAY "-----------------------------------------------".
            IF PERF-DONE
                DISPLAY "PAYLOAD FILE     : " PERF-FILE-NAME(1:50)
            END-IF.
            DISPLAY "SPOOL FILE       : " SPOOL-FILE-NAME(1:50).
            IF CTL-ON
                DISPLAY "                   (WITH HDR/TRL)"
            END-IF.
            DISPLAY "VERIFY FILE      : " REGR-FILE-NAME(1:50).
            DISPLAY "===============================================".

        COPY "FMTPD.DEF".

        COPY "CTOTPD.DEF".

        2000-PARAM.

            ACCEPT PARAM-LIST FROM COMMAND-LINE.
            MOVE 1 TO STRING-PTR.
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 必要參數 : que_name (必須為最後一個)
      * 選擇性參數 : -n cnt , -bad pct , -seed n , -len n ,
      *              -t posix|sysv , -prior n , -ctl ,
      *              -perf file , -spool file , -regr file ,
      *              -cap file , -rej file
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            IF PARAM-PREV NOT = SPACES
                            OR PARAM(1:1) = "-"
                                PERFORM 2500-SETPARAM
                            ELSE
                                MOVE PARAM TO QUE-NAME
                            END-IF
                        ELSE
                            PERFORM 2500-SETPARAM
                        END-IF
                END-UNSTRING
            END-PERFORM.

            IF PARAM-PREV NOT = SPACES OR QUE-NAME = SPACES
                GO TO 3000-PERR
            END-IF.
            IF GEN-CNT < 1 OR GEN-CNT > 99999
            OR BAD-PCT < 0 OR BAD-PCT > 100
            OR MIN-LEN-ARG < 0 OR MIN-LEN-ARG > 10000
                GO TO 3000-PERR
            END-IF.

            EVALUATE FUNCTION TRIM(GEN-TYPE)
                WHEN "posix"
                WHEN "POSIX"
                    MOVE "POSIX" TO SPOOL-TYPE
                    MOVE 0 TO PRIOR-VAL
                WHEN "sysv"
                WHEN "SYSV"
                    MOVE "SYSV" TO SPOOL-TYPE
                    MOVE 1 TO PRIOR-VAL
                WHEN OTHER
                    GO TO 3000-PERR
            END-EVALUATE.
            IF PRIOR-TXT NOT = SPACES
                COMPUTE PRIOR-VAL = FUNCTION NUMVAL(PRIOR-TXT)
            END-IF.
            IF PRIOR-VAL < 0
                GO TO 3000-PERR
            END-IF.
            MOVE PRIOR-VAL TO PRIOR-DISP.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"   MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-ctl"    MOVE "Y" TO CTL-SW
                WHEN "-n"      MOVE PARAM TO PARAM-PREV
                WHEN "-bad"    MOVE PARAM TO PARAM-PREV
                WHEN "-seed"   MOVE PARAM TO PARAM-PREV
                WHEN "-len"    MOVE PARAM TO PARAM-PREV
                WHEN "-t"      MOVE PARAM TO PARAM-PREV
                WHEN "-prior"  MOVE PARAM TO PARAM-PREV
                WHEN "-perf"   MOVE PARAM TO PARAM-PREV
                WHEN "-spool"  MOVE PARAM TO PARAM-PREV
                WHEN "-regr"   MOVE PARAM TO PARAM-PREV
                WHEN "-cap"    MOVE PARAM TO PARAM-PREV
                WHEN "-rej"    MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-n"
                            COMPUTE GEN-CNT = FUNCTION NUMVAL(PARAM)
                        WHEN "-bad"
                            COMPUTE BAD-PCT = FUNCTION NUMVAL(PARAM)
                        WHEN "-seed"
                            MOVE PARAM TO SEED-TXT
                        WHEN "-len"
                            COMPUTE MIN-LEN-ARG =
                                    FUNCTION NUMVAL(PARAM)
                        WHEN "-t"
                            MOVE PARAM TO GEN-TYPE
                        WHEN "-prior"
                            MOVE PARAM TO PRIOR-TXT
                        WHEN "-perf"
                            MOVE PARAM TO PERF-FILE-NAME
                        WHEN "-spool"
                            MOVE PARAM TO SPOOL-FILE-NAME
                        WHEN "-regr"
                            MOVE PARAM TO REGR-FILE-NAME
                        WHEN "-cap"
                            MOVE PARAM TO CAP-FILE-NAME
                        WHEN "-rej"
                            MOVE PARAM TO REJ-FILE-NAME
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
                    MOVE SPACES TO PARAM-PREV
            END-EVALUATE.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWGENDATA - Test Message Generator From MWFMTS".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWGENDATA [options] $que_name".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-n cnt]          Messages, default 10".
            DISPLAY "  [-bad pct]        Percent Deliberately Invalid,".
            DISPLAY "                    default 10".
            DISPLAY "  [-seed n]         Random Seed (Repeatable Run)".
            DISPLAY "  [-len n]          Minimum Message Length".
            DISPLAY "  [-t posix|sysv]   Spool Line Type, def. posix".
            DISPLAY "  [-prior n]        Spool Priority/Msg Type".
            DISPLAY "  [-ctl]            Add HDR/TRL Control Total".
            DISPLAY "  [-perf file]      MQPERF/MSGPERF -p Payload,".
            DISPLAY "                    default MWGENDATA.PAY".
            DISPLAY "  [-spool file]     MWSPOOL Import File,".
            DISPLAY "                    default MWGENDATA.SPL".
            DISPLAY "  [-regr file]      MWREGR VERIFY Lines,".
            DISPLAY "                    default MWGENDATA.VFY".
            DISPLAY "  [-cap file]       Receive Capture To Verify,".
            DISPLAY "                    default MWREGRCAP".
            DISPLAY "  [-rej file]       MWSPOOL Reject File, default".
            DISPLAY "                    MWSPOOLREJ".
            DISPLAY "  [-q|--batch]      Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWGENDATA.
