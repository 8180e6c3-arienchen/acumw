      */--------------------------------------------------------------
      * MWARCHIDX.CBL
      * 歸檔業務鍵索引建立/重建/一致性查核
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. MWARCHQ 調閱「某帳號某區間的訊息」須逐日整檔掃描，一季
      *    的 QUE.PAY 要跑近一小時。本程式於夜間批次對已日終封存
      *    (SEALPD)的每日文字歸檔(ARCH_DIR/QUE_yyyymmdd.LOG)萃取
      *    業務鍵，寫入索引檔 MWARCHIX(ARIXSL/ARIXFD)：
      *      鍵名+鍵值 -> QUE、日期、歸檔檔、歸檔行號
      *    MWARCHQ -key 據以只讀命中日、讀到最後命中行即停
      * 2. 鍵定義取自 MWFMTS：
      *      QUE_NAME|KEY|start|len|name   訊息內容固定位置欄位
      *      QUE_NAME|SEQKEY               封套序號(鍵名 SEQ)
      *    QUE_NAME 為 * 者適用每個建索引的 QUE；建索引的 QUE 為
      *    MWFMTS 中帶 KEY/SEQKEY 規則者，-que 可限單一 QUE
      * 3. 日期區間 -from/-to(預設皆為昨日)；已建索引日略過，
      *    未封存、封存不符或解不開(金鑰已下架)者列 SKIPPED 不建，
      *    當日歸檔尚未封存自然不建
      * 4. -rebuild：先整檔走訪索引刪除區間內該等 QUE 的全部紀錄
      *    (含日控制紀錄)，再依現存歸檔重建
      * 5. -check：索引對歸檔一致性查核(不異動索引)，每 QUE 每日
      *    一行：
      *      OK         歸檔鍵數=索引鍵數，逐鍵皆查得到
      *      UNINDEXED  歸檔已封存但未建索引
      *      ORPHAN     有索引而歸檔檔已不存在(已清除/搬移)
      *      CHANGED    封存檢查碼與建索引時不同(歸檔被重封)
      *      MISMATCH   行數/鍵數不符或有鍵查不到
      *    非 OK 者 -rebuild 同區間即可修復
      * 6. 封套序號取自文字歸檔訊息內容前 8 BYTES(同 MWSEQAUD)；
      *    封套位元組含換行者該筆於 .LOG 已被切斷，無法建索引
      * 7. 報表 -o(預設 MWARCHIDXOUT)；有 SKIPPED 或查核非 OK 時
      *    RETURN-CODE = 3
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWARCHIDX.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * MWSINK 文字歸檔檔(逐日開啟)
            SELECT ARCHIDX-ARCH-FILE ASSIGN TO ARCH-IO-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ARCH-FILE-STAT.
            SELECT ARCHIDX-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
            COPY "INCLOGSL.DEF".
            COPY "SEALSL.DEF".
            COPY "FMTSL.DEF".
            COPY "ARIXSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  ARCHIDX-ARCH-FILE.
        01  ARCH-REC                PIC X(10400).

        FD  ARCHIDX-RPT-FILE.
        01  RPT-REC                 PIC X(160).
        COPY "INCLOGFD.DEF".
        COPY "SEALFD.DEF".
        COPY "FMTFD.DEF".
        COPY "ARIXFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "SEALWS.DEF".
        COPY "CRYPTWS.DEF".
        COPY "FMTWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
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
        77  REBUILD-SW          PIC X VALUE SPACE.
            88 REBUILD-ON       VALUE 'Y'.
        77  CHECK-SW            PIC X VALUE SPACE.
            88 CHECK-ON         VALUE 'Y'.

        77  ARCH-FILE-STAT      PIC XX.
            88 ARCH-EOF         VALUE "10".
        77  RPT-FILE-STAT       PIC XX.
        77  ARIX-FILE-STAT      PIC XX.
            88 ARIX-EOF         VALUE "10".
        01  ARCH-FILE-NAME      PIC X(256) VALUE SPACES.
        01  ARCH-IO-NAME        PIC X(256) VALUE SPACES.
        01  RPT-FILE-NAME       PIC X(FILE_NAME_LEN)
                                 VALUE "MWARCHIDXOUT".
        77  ARCH-DIR            PIC X(FILE_NAME_LEN) VALUE SPACES.

      * 日期區間
        01  ONE-QUE             PIC X(64) VALUE SPACES.
        77  FROM-DATE           PIC X(8) VALUE SPACES.
        77  TO-DATE             PIC X(8) VALUE SPACES.
        77  TODAY-DATE          PIC X(8) VALUE SPACES.
        77  WORK-NUM            PIC 9(8).
        77  FROM-INT            SIGNED-INT VALUE 0.
        77  TO-INT              SIGNED-INT VALUE 0.
        77  DAY-INT             SIGNED-INT VALUE 0.
        77  DAY-NUM             PIC 9(8).
        77  DAY-DATE            PIC X(8).
        77  DAY-SPAN            SIGNED-INT VALUE 0.

      * 建索引的 QUE(一律不帶開頭 /)
        01  QUE-TAB.
            05  QL-QUE          PIC X(64) OCCURS 100 TIMES.
        77  QL-CNT              SIGNED-INT VALUE 0.
        77  QL-IDX              SIGNED-INT VALUE 0.
        77  QL-HIT              SIGNED-INT VALUE 0.
        01  BARE-IN             PIC X(64).
        01  BARE-OUT            PIC X(64).

      * 本 QUE 適用的鍵規則(FMT-TAB 索引)
        01  KR-TAB.
            05  KR-RULE         SIGNED-INT OCCURS 20 TIMES.
        77  KR-CNT              SIGNED-INT VALUE 0.
        77  KR-IDX              SIGNED-INT VALUE 0.

      * 歸檔行解析
        77  LINE-NO             SIGNED-LONG VALUE 0.
        77  REC-LEN             SIGNED-INT VALUE 0.
        77  BODY-POS            SIGNED-INT VALUE 0.
        77  BODY-LEN            SIGNED-INT VALUE 0.
        77  KEY-FROM            SIGNED-INT VALUE 0.
        77  KEY-LEN             SIGNED-INT VALUE 0.
        01  KEY-VAL             PIC X(40) VALUE SPACES.
        01  KEY-NAME            PIC X(8) VALUE SPACES.
        01  SEQ-PICK            PIC X(8).
        01  FILLER REDEFINES SEQ-PICK.
            05 SEQ-PICK-N       SIGNED-LONG.
        01  TICKS-PICK          PIC X(8).
        01  FILLER REDEFINES TICKS-PICK.
            05 TICKS-PICK-N     SIGNED-LONG.
        77  SEQ-DISP            PIC Z(17)9.

      * 一日的鍵數
        77  DAY-KEYS            SIGNED-LONG VALUE 0.
        77  DAY-FOUND           SIGNED-LONG VALUE 0.
        77  DAY-MISS            SIGNED-LONG VALUE 0.
        77  DAY-DUP             SIGNED-LONG VALUE 0.
        01  DAY-STATE           PIC X(9) VALUE SPACES.

      * 查核用 QUE x 日 對照表(索引鍵數與日控制紀錄)
        01  CK-TAB.
            05  CK-ENT OCCURS 3000 TIMES.
                10  CK-IXCNT    SIGNED-LONG.
                10  CK-CTL      PIC X.
                10  CK-RECS     SIGNED-LONG.
                10  CK-KEYS     SIGNED-LONG.
                10  CK-SUM      SIGNED-LONG.
        77  CK-CNT              SIGNED-INT VALUE 0.
        77  CK-IDX              SIGNED-INT VALUE 0.
        77  IX-DATE-INT         SIGNED-INT VALUE 0.

      * 統計
        77  STAMP-DATE          PIC X(8).
        77  STAMP-TIME          PIC X(8).
        77  DONE-CNT            SIGNED-INT VALUE 0.
        77  OLD-CNT             SIGNED-INT VALUE 0.
        77  SKIP-CNT            SIGNED-INT VALUE 0.
        77  PURGE-CNT           SIGNED-LONG VALUE 0.
        77  TOT-KEYS            SIGNED-LONG VALUE 0.
        77  OK-CNT              SIGNED-INT VALUE 0.
        77  BAD-CNT             SIGNED-INT VALUE 0.
        77  CNT-DISP            PIC -(9)9.
        77  CNT-DISP2           PIC -(9)9.
        77  CNT-DISP3           PIC -(9)9.

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

      * 區間預設昨日
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            MOVE TODAY-DATE TO WORK-NUM.
            COMPUTE DAY-INT = FUNCTION INTEGER-OF-DATE(WORK-NUM) - 1.
            COMPUTE DAY-NUM = FUNCTION DATE-OF-INTEGER(DAY-INT).
            IF FROM-DATE = SPACES
                MOVE DAY-NUM TO FROM-DATE
            END-IF.
            IF TO-DATE = SPACES
                MOVE DAY-NUM TO TO-DATE
            END-IF.
            IF FROM-DATE IS NOT NUMERIC OR TO-DATE IS NOT NUMERIC
                GO TO 3000-PERR
            END-IF.
            MOVE FROM-DATE TO WORK-NUM.
            COMPUTE FROM-INT = FUNCTION INTEGER-OF-DATE(WORK-NUM).
            MOVE TO-DATE TO WORK-NUM.
            COMPUTE TO-INT = FUNCTION INTEGER-OF-DATE(WORK-NUM).
            IF TO-INT < FROM-INT
                GO TO 3000-PERR
            END-IF.
            COMPUTE DAY-SPAN = TO-INT - FROM-INT + 1.

            PERFORM 1740-FMTLOAD THRU 1740-EXIT.
            PERFORM 4000-QUELIST.
            IF QL-CNT = 0
                DISPLAY "NO KEY/SEQKEY RULES IN MWFMTS"
                MOVE MWRC-PARM TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            IF CHECK-ON AND QL-CNT * DAY-SPAN > 3000
                DISPLAY "CHECK RANGE TOO LARGE (QUES X DAYS > 3000)"
                MOVE MWRC-PARM TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

      * 索引檔：查核只讀；建立時不存在即新建
            IF CHECK-ON
                OPEN INPUT ARCH-IX-FILE
            ELSE
                OPEN I-O ARCH-IX-FILE
                IF ARIX-FILE-STAT = "35"
                    OPEN OUTPUT ARCH-IX-FILE
                    CLOSE ARCH-IX-FILE
                    OPEN I-O ARCH-IX-FILE
                END-IF
            END-IF.
            IF ARIX-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN INDEX MWARCHIX, STATUS "
                        ARIX-FILE-STAT;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            OPEN OUTPUT ARCHIDX-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME(1:50);
                CLOSE ARCH-IX-FILE;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            MOVE SPACES TO RPT-REC.
            EVALUATE TRUE
                WHEN CHECK-ON
                    MOVE "MWARCHIDX - INDEX CHECK " TO RPT-REC
                WHEN REBUILD-ON
                    MOVE "MWARCHIDX - INDEX REBUILD " TO RPT-REC
                WHEN OTHER
                    MOVE "MWARCHIDX - INDEX BUILD " TO RPT-REC
            END-EVALUATE.
            STRING FROM-DATE " TO " TO-DATE DELIMITED BY SIZE
                INTO RPT-REC(28:)
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.

            IF CHECK-ON
                PERFORM 6000-CHECK
            ELSE
                IF REBUILD-ON
                    PERFORM 4500-PURGE
                END-IF
                PERFORM VARYING QL-IDX FROM 1 BY 1
                        UNTIL QL-IDX > QL-CNT
                    PERFORM 5000-IDXDAY THRU 5000-EXIT
                            VARYING DAY-INT FROM FROM-INT BY 1
                            UNTIL DAY-INT > TO-INT
                END-PERFORM
            END-IF.

            CLOSE ARCH-IX-FILE.

            PERFORM 7800-RPTTAIL.
            CLOSE ARCHIDX-RPT-FILE.
            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).

            IF SKIP-CNT > 0 OR BAD-CNT > 0
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
      * 建索引的 QUE：-que 指定者，否則 MWFMTS 帶 KEY/SEQKEY 規則
      * 的具名 QUE(去重)
      *-----------------------------------------------------------
        4000-QUELIST.
            IF ONE-QUE NOT = SPACES
                MOVE ONE-QUE TO BARE-IN
                PERFORM 8200-BARE
                MOVE 1 TO QL-CNT
                MOVE BARE-OUT TO QL-QUE(1)
            ELSE
                PERFORM 4010-QUEADD
                        VARYING FMT-RULE-IDX FROM 1 BY 1
                        UNTIL FMT-RULE-IDX > FMT-RULE-CNT
            END-IF.

        4010-QUEADD.
            IF (FM-KIND(FMT-RULE-IDX) = "KEY"
                OR FM-KIND(FMT-RULE-IDX) = "SEQKEY")
            AND FM-QUE(FMT-RULE-IDX)(1:1) NOT = "*"
                MOVE FM-QUE(FMT-RULE-IDX) TO BARE-IN
                PERFORM 8200-BARE
                MOVE 0 TO QL-HIT
                PERFORM VARYING QL-IDX FROM 1 BY 1
                        UNTIL QL-IDX > QL-CNT
                    IF QL-QUE(QL-IDX) = BARE-OUT
                        MOVE QL-IDX TO QL-HIT
                    END-IF
                END-PERFORM
                IF QL-HIT = 0 AND QL-CNT < 100
                    ADD 1 TO QL-CNT
                    MOVE BARE-OUT TO QL-QUE(QL-CNT)
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * -rebuild：整檔走訪索引，刪除區間內該等 QUE 的紀錄
      *-----------------------------------------------------------
        4500-PURGE.
            MOVE LOW-VALUES TO ARIX-KEY.
            START ARCH-IX-FILE KEY IS NOT LESS THAN ARIX-KEY
                INVALID KEY
                    MOVE "10" TO ARIX-FILE-STAT
                NOT INVALID KEY
                    MOVE "00" TO ARIX-FILE-STAT
            END-START.

            PERFORM TEST BEFORE UNTIL ARIX-EOF
                READ ARCH-IX-FILE NEXT RECORD
                    AT END
                        MOVE "10" TO ARIX-FILE-STAT
                    NOT AT END
                        PERFORM 4510-PURGEONE
                END-READ
            END-PERFORM.

            MOVE SPACES TO RPT-REC.
            MOVE PURGE-CNT TO CNT-DISP.
            STRING "OLD INDEX RECORDS REMOVED : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

        4510-PURGEONE.
            IF ARIX-DATE >= FROM-DATE AND ARIX-DATE <= TO-DATE
                MOVE 0 TO QL-HIT
                PERFORM VARYING QL-IDX FROM 1 BY 1
                        UNTIL QL-IDX > QL-CNT OR QL-HIT > 0
                    IF QL-QUE(QL-IDX) = ARIX-QUE
                        MOVE QL-IDX TO QL-HIT
                    END-IF
                END-PERFORM
                IF QL-HIT > 0
                    DELETE ARCH-IX-FILE RECORD
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            ADD 1 TO PURGE-CNT
                    END-DELETE
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 一個 QUE 一天：已封存且未建索引者萃取鍵寫入索引
      *-----------------------------------------------------------
        5000-IDXDAY.
            PERFORM 8000-DAYFILE.

      * 已建索引日略過
            MOVE SPACES TO ARIX-KEY.
            MOVE "*DAY" TO ARIX-KNAME.
            MOVE QL-QUE(QL-IDX) TO ARIX-QUE.
            MOVE DAY-DATE TO ARIX-DATE.
            MOVE 0 TO ARIX-POS.
            READ ARCH-IX-FILE KEY IS ARIX-KEY
                INVALID KEY
                    MOVE "23" TO ARIX-FILE-STAT
            END-READ.
            IF ARIX-FILE-STAT = "00"
                ADD 1 TO OLD-CNT
                GO TO 5000-EXIT
            END-IF.

      * 僅索引已日終封存且封存相符的歸檔
            MOVE ARCH-FILE-NAME TO SEAL-FILE-NAME.
            PERFORM 1810-SEALSCAN THRU 1810-EXIT.
            IF SEAL-NOFILE
                GO TO 5000-EXIT
            END-IF.
            IF NOT SEAL-OK
                ADD 1 TO SKIP-CNT
                MOVE SEAL-STATE TO DAY-STATE
                MOVE "SKIPPED" TO RPT-REC
                PERFORM 7100-DAYLINE
                GO TO 5000-EXIT
            END-IF.

            PERFORM 8100-KEYRULES.
            IF KR-CNT = 0
                GO TO 5000-EXIT
            END-IF.

            MOVE ARCH-FILE-NAME TO CRYPT-FILE.
            PERFORM 1880-CRYPTOPEN.
            IF CRYPT-RC NOT = 0
                ADD 1 TO SKIP-CNT
                MOVE "NOKEY" TO DAY-STATE
                MOVE "SKIPPED" TO RPT-REC
                PERFORM 7100-DAYLINE
                GO TO 5000-EXIT
            END-IF.
            MOVE CRYPT-WORK TO ARCH-IO-NAME.

            MOVE SPACES TO ARCH-FILE-STAT.
            OPEN INPUT ARCHIDX-ARCH-FILE.
            IF ARCH-FILE-STAT NOT = "00"
                PERFORM 1885-CRYPTCLOSE
                ADD 1 TO SKIP-CNT
                MOVE "OPENFAIL" TO DAY-STATE
                MOVE "SKIPPED" TO RPT-REC
                PERFORM 7100-DAYLINE
                GO TO 5000-EXIT
            END-IF.

            MOVE 0 TO LINE-NO.
            MOVE 0 TO DAY-KEYS.
            MOVE 0 TO DAY-DUP.
            PERFORM TEST BEFORE UNTIL ARCH-EOF
                READ ARCHIDX-ARCH-FILE
                    AT END
                        MOVE "10" TO ARCH-FILE-STAT
                    NOT AT END
                        ADD 1 TO LINE-NO
                        PERFORM 5500-RECKEYS THRU 5500-EXIT
                END-READ
            END-PERFORM.

            CLOSE ARCHIDX-ARCH-FILE.
            PERFORM 1885-CRYPTCLOSE.

      * 日控制紀錄：表示本日已建索引，並留存行數/鍵數/檢查碼
            ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT STAMP-TIME FROM TIME.
            MOVE SPACES TO ARIX-REC.
            MOVE "*DAY" TO ARIX-KNAME.
            MOVE QL-QUE(QL-IDX) TO ARIX-QUE.
            MOVE DAY-DATE TO ARIX-DATE.
            MOVE 0 TO ARIX-POS.
            MOVE ARCH-FILE-NAME TO ARIX-FILE.
            MOVE LINE-NO TO ARIX-RECS.
            MOVE DAY-KEYS TO ARIX-KEYS.
            MOVE SEAL-T-SUM TO ARIX-SUM.
            STRING STAMP-DATE STAMP-TIME(1:6) DELIMITED BY SIZE
                INTO ARIX-STAMP
            END-STRING.
            WRITE ARIX-REC
                INVALID KEY
                    REWRITE ARIX-REC
            END-WRITE.

            ADD 1 TO DONE-CNT.
            ADD DAY-KEYS TO TOT-KEYS.
            MOVE "INDEXED" TO RPT-REC.
            MOVE SPACES TO DAY-STATE.
            PERFORM 7100-DAYLINE.

        5000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 一筆歸檔紀錄逐條鍵規則取值：建立時寫入索引，查核時以
      * 完整鍵查索引
      * POSIX : HHMMSSxx PRIOR=nnnnnnnnnn [body]
      * SYS/V : HHMMSSxx TYPE=nnnnnnnnnn [body]
      *-----------------------------------------------------------
        5500-RECKEYS.
            EVALUATE TRUE
                WHEN ARCH-REC(10:6) = "PRIOR="
                    MOVE 28 TO BODY-POS
                WHEN ARCH-REC(10:5) = "TYPE="
                    MOVE 27 TO BODY-POS
                WHEN OTHER
                    GO TO 5500-EXIT
            END-EVALUATE.

            COMPUTE REC-LEN = FUNCTION LENGTH(
                    FUNCTION TRIM(ARCH-REC TRAILING)).
      * 內容在 [ 與結尾 ] 之間
            COMPUTE BODY-LEN = REC-LEN - BODY-POS.
            IF BODY-LEN < 1
                GO TO 5500-EXIT
            END-IF.

            PERFORM VARYING KR-IDX FROM 1 BY 1 UNTIL KR-IDX > KR-CNT
                MOVE KR-RULE(KR-IDX) TO FMT-RULE-IDX
                PERFORM 5600-KEYGET
                IF KEY-VAL NOT = SPACES
                    PERFORM 5700-KEYPUT
                END-IF
            END-PERFORM.

        5500-EXIT.
            CONTINUE.

      * 依規則取鍵值(取不到為空白)
        5600-KEYGET.
            MOVE SPACES TO KEY-VAL.
            MOVE FM-LIST(FMT-RULE-IDX)(1:8) TO KEY-NAME.
            IF FM-KIND(FMT-RULE-IDX) = "SEQKEY"
      * 封套須至少 16 BYTES 序號+時戳
                IF BODY-LEN >= 17
                    MOVE ARCH-REC(BODY-POS:8) TO SEQ-PICK
                    MOVE ARCH-REC(BODY-POS + 8:8) TO TICKS-PICK
                    IF SEQ-PICK-N > 0 AND TICKS-PICK-N > 0
                        MOVE SEQ-PICK-N TO SEQ-DISP
                        MOVE FUNCTION TRIM(SEQ-DISP) TO KEY-VAL
                    END-IF
                END-IF
            ELSE
                MOVE FM-START(FMT-RULE-IDX) TO KEY-FROM
                MOVE FM-FLEN(FMT-RULE-IDX) TO KEY-LEN
                IF KEY-LEN > 40
                    MOVE 40 TO KEY-LEN
                END-IF
                IF KEY-FROM > 0 AND KEY-LEN > 0
                AND KEY-FROM + KEY-LEN - 1 <= BODY-LEN
                    MOVE FUNCTION TRIM(
                         ARCH-REC(BODY-POS + KEY-FROM - 1:KEY-LEN))
                        TO KEY-VAL
                END-IF
            END-IF.

        5700-KEYPUT.
            MOVE SPACES TO ARIX-REC.
            MOVE KEY-NAME TO ARIX-KNAME.
            MOVE KEY-VAL TO ARIX-KVAL.
            MOVE QL-QUE(QL-IDX) TO ARIX-QUE.
            MOVE DAY-DATE TO ARIX-DATE.
            MOVE LINE-NO TO ARIX-POS.
            ADD 1 TO DAY-KEYS.
            IF CHECK-ON
                READ ARCH-IX-FILE KEY IS ARIX-KEY
                    INVALID KEY
                        ADD 1 TO DAY-MISS
                    NOT INVALID KEY
                        ADD 1 TO DAY-FOUND
                END-READ
            ELSE
                MOVE ARCH-FILE-NAME TO ARIX-FILE
                MOVE ARCH-REC(1:8) TO ARIX-TIME
                MOVE 0 TO ARIX-RECS
                MOVE 0 TO ARIX-KEYS
                MOVE 0 TO ARIX-SUM
                WRITE ARIX-REC
                    INVALID KEY
      * 同一行兩條同名鍵規則取到同值
                        ADD 1 TO DAY-DUP
                        SUBTRACT 1 FROM DAY-KEYS
                END-WRITE
            END-IF.

      *-----------------------------------------------------------
      * -check：先整檔走訪索引，累計區間內各 QUE 各日鍵數並取日
      * 控制紀錄；再逐日重讀歸檔，逐鍵查索引
      *-----------------------------------------------------------
        6000-CHECK.
            COMPUTE CK-CNT = QL-CNT * DAY-SPAN.
            PERFORM VARYING CK-IDX FROM 1 BY 1 UNTIL CK-IDX > CK-CNT
                MOVE 0 TO CK-IXCNT(CK-IDX)
                MOVE SPACE TO CK-CTL(CK-IDX)
                MOVE 0 TO CK-RECS(CK-IDX)
                MOVE 0 TO CK-KEYS(CK-IDX)
                MOVE 0 TO CK-SUM(CK-IDX)
            END-PERFORM.

            MOVE LOW-VALUES TO ARIX-KEY.
            START ARCH-IX-FILE KEY IS NOT LESS THAN ARIX-KEY
                INVALID KEY
                    MOVE "10" TO ARIX-FILE-STAT
                NOT INVALID KEY
                    MOVE "00" TO ARIX-FILE-STAT
            END-START.
            PERFORM TEST BEFORE UNTIL ARIX-EOF
                READ ARCH-IX-FILE NEXT RECORD
                    AT END
                        MOVE "10" TO ARIX-FILE-STAT
                    NOT AT END
                        PERFORM 6100-CKTALLY THRU 6100-EXIT
                END-READ
            END-PERFORM.

            MOVE SPACES TO RPT-REC.
            MOVE "RESULT" TO RPT-REC(1:6).
            MOVE "QUE" TO RPT-REC(11:3).
            MOVE "DATE" TO RPT-REC(52:4).
            MOVE "LINES" TO RPT-REC(65:5).
            MOVE "ARCH KEYS" TO RPT-REC(74:9).
            MOVE "INDEX KEYS" TO RPT-REC(86:10).
            MOVE "NOT FOUND" TO RPT-REC(100:9).
            PERFORM 7900-RPTWRITE.

            PERFORM VARYING QL-IDX FROM 1 BY 1
                    UNTIL QL-IDX > QL-CNT
                PERFORM 6500-CKDAY THRU 6500-EXIT
                        VARYING DAY-INT FROM FROM-INT BY 1
                        UNTIL DAY-INT > TO-INT
            END-PERFORM.

        6100-CKTALLY.
            IF ARIX-DATE < FROM-DATE OR ARIX-DATE > TO-DATE
            OR ARIX-DATE IS NOT NUMERIC
                GO TO 6100-EXIT
            END-IF.
            MOVE 0 TO QL-HIT.
            PERFORM VARYING QL-IDX FROM 1 BY 1
                    UNTIL QL-IDX > QL-CNT OR QL-HIT > 0
                IF QL-QUE(QL-IDX) = ARIX-QUE
                    MOVE QL-IDX TO QL-HIT
                END-IF
            END-PERFORM.
            IF QL-HIT = 0
                GO TO 6100-EXIT
            END-IF.

            MOVE ARIX-DATE TO WORK-NUM.
            COMPUTE IX-DATE-INT = FUNCTION INTEGER-OF-DATE(WORK-NUM).
            COMPUTE CK-IDX = (QL-HIT - 1) * DAY-SPAN
                           + IX-DATE-INT - FROM-INT + 1.
            IF ARIX-IS-DAY
                MOVE "Y" TO CK-CTL(CK-IDX)
                MOVE ARIX-RECS TO CK-RECS(CK-IDX)
                MOVE ARIX-KEYS TO CK-KEYS(CK-IDX)
                MOVE ARIX-SUM TO CK-SUM(CK-IDX)
            ELSE
                ADD 1 TO CK-IXCNT(CK-IDX)
            END-IF.

        6100-EXIT.
            CONTINUE.

        6500-CKDAY.
            PERFORM 8000-DAYFILE.
            COMPUTE CK-IDX = (QL-IDX - 1) * DAY-SPAN
                           + DAY-INT - FROM-INT + 1.
            MOVE 0 TO LINE-NO.
            MOVE 0 TO DAY-KEYS.
            MOVE 0 TO DAY-FOUND.
            MOVE 0 TO DAY-MISS.

            MOVE ARCH-FILE-NAME TO SEAL-FILE-NAME.
            PERFORM 1810-SEALSCAN THRU 1810-EXIT.

            IF CK-CTL(CK-IDX) NOT = "Y"
      * 未建索引：僅已封存者列 UNINDEXED
                IF SEAL-OK
                    MOVE "UNINDEXED" TO DAY-STATE
                    ADD 1 TO BAD-CNT
                    PERFORM 6900-CKLINE
                END-IF
                GO TO 6500-EXIT
            END-IF.

            IF SEAL-NOFILE
                MOVE "ORPHAN" TO DAY-STATE
                ADD 1 TO BAD-CNT
                PERFORM 6900-CKLINE
                GO TO 6500-EXIT
            END-IF.

            PERFORM 8100-KEYRULES.
            MOVE ARCH-FILE-NAME TO CRYPT-FILE.
            PERFORM 1880-CRYPTOPEN.
            IF CRYPT-RC NOT = 0
                ADD 1 TO SKIP-CNT
                MOVE "NOKEY" TO DAY-STATE
                MOVE "SKIPPED" TO RPT-REC
                PERFORM 7100-DAYLINE
                GO TO 6500-EXIT
            END-IF.
            MOVE CRYPT-WORK TO ARCH-IO-NAME.
            MOVE SPACES TO ARCH-FILE-STAT.
            OPEN INPUT ARCHIDX-ARCH-FILE.
            IF ARCH-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL ARCH-EOF
                    READ ARCHIDX-ARCH-FILE
                        AT END
                            MOVE "10" TO ARCH-FILE-STAT
                        NOT AT END
                            ADD 1 TO LINE-NO
                            PERFORM 5500-RECKEYS THRU 5500-EXIT
                    END-READ
                END-PERFORM
                CLOSE ARCHIDX-ARCH-FILE
            END-IF.
            PERFORM 1885-CRYPTCLOSE.

            EVALUATE TRUE
                WHEN SEAL-T-SUM NOT = CK-SUM(CK-IDX)
                    MOVE "CHANGED" TO DAY-STATE
                WHEN LINE-NO NOT = CK-RECS(CK-IDX)
                OR DAY-KEYS NOT = CK-IXCNT(CK-IDX)
                OR DAY-KEYS NOT = CK-KEYS(CK-IDX)
                OR DAY-MISS > 0
                    MOVE "MISMATCH" TO DAY-STATE
                WHEN OTHER
                    MOVE "OK" TO DAY-STATE
            END-EVALUATE.
            IF DAY-STATE = "OK"
                ADD 1 TO OK-CNT
            ELSE
                ADD 1 TO BAD-CNT
            END-IF.
            PERFORM 6900-CKLINE.

        6500-EXIT.
            CONTINUE.

        6900-CKLINE.
            MOVE SPACES TO RPT-REC.
            MOVE DAY-STATE TO RPT-REC(1:9).
            MOVE QL-QUE(QL-IDX)(1:40) TO RPT-REC(11:40).
            MOVE DAY-DATE TO RPT-REC(52:8).
            IF DAY-STATE NOT = "UNINDEXED" AND DAY-STATE NOT = "ORPHAN"
                MOVE LINE-NO TO CNT-DISP
                MOVE CNT-DISP TO RPT-REC(60:10)
                MOVE DAY-KEYS TO CNT-DISP
                MOVE CNT-DISP TO RPT-REC(73:10)
                MOVE DAY-MISS TO CNT-DISP3
                MOVE CNT-DISP3 TO RPT-REC(99:10)
            END-IF.
            IF DAY-STATE NOT = "UNINDEXED"
                MOVE CK-IXCNT(CK-IDX) TO CNT-DISP2
                MOVE CNT-DISP2 TO RPT-REC(86:10)
            END-IF.
            PERFORM 7900-RPTWRITE.

      *-----------------------------------------------------------
      * 報表
      *-----------------------------------------------------------
        7100-DAYLINE.
            MOVE QL-QUE(QL-IDX)(1:40) TO RPT-REC(11:40).
            MOVE DAY-DATE TO RPT-REC(52:8).
            IF DAY-STATE = SPACES
                MOVE LINE-NO TO CNT-DISP
                MOVE DAY-KEYS TO CNT-DISP2
                STRING "LINES " FUNCTION TRIM(CNT-DISP)
                       "  KEYS " FUNCTION TRIM(CNT-DISP2)
                       DELIMITED BY SIZE
                    INTO RPT-REC(62:)
                END-STRING
            ELSE
                STRING "ARCHIVE " DAY-STATE DELIMITED BY SIZE
                    INTO RPT-REC(62:)
                END-STRING
            END-IF.
            PERFORM 7900-RPTWRITE.

        7800-RPTTAIL.
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:60).
            PERFORM 7900-RPTWRITE.
            IF CHECK-ON
                MOVE OK-CNT TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "DAYS CONSISTENT    : " CNT-DISP
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                MOVE BAD-CNT TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "DAYS NEEDING FIX   : " CNT-DISP
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            ELSE
                MOVE DONE-CNT TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "DAYS INDEXED       : " CNT-DISP
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                MOVE OLD-CNT TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "ALREADY INDEXED    : " CNT-DISP
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                MOVE TOT-KEYS TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "KEYS WRITTEN       : " CNT-DISP
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.
            IF SKIP-CNT > 0
                MOVE SKIP-CNT TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "DAYS SKIPPED       : " CNT-DISP
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:120).

      * 組出 ARCH_DIR/QUE_yyyymmdd.LOG
        8000-DAYFILE.
            COMPUTE DAY-NUM = FUNCTION DATE-OF-INTEGER(DAY-INT).
            MOVE DAY-NUM TO DAY-DATE.
            MOVE SPACES TO ARCH-FILE-NAME.
            STRING FUNCTION TRIM(ARCH-DIR) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(QL-QUE(QL-IDX)) DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   DAY-DATE DELIMITED BY SIZE
                   ".LOG" DELIMITED BY SIZE
                   INTO ARCH-FILE-NAME.

      * 本 QUE 適用的 KEY/SEQKEY 規則(具名或 *)；同鍵名同位置者
      * (具名與 * 重複定義)只取一條
        8100-KEYRULES.
            MOVE 0 TO KR-CNT.
            PERFORM VARYING FMT-RULE-IDX FROM 1 BY 1
                    UNTIL FMT-RULE-IDX > FMT-RULE-CNT
                IF FM-KIND(FMT-RULE-IDX) = "KEY"
                OR FM-KIND(FMT-RULE-IDX) = "SEQKEY"
                    MOVE FM-QUE(FMT-RULE-IDX) TO BARE-IN
                    PERFORM 8200-BARE
                    IF (BARE-OUT = QL-QUE(QL-IDX)
                        OR FM-QUE(FMT-RULE-IDX)(1:1) = "*")
                    AND KR-CNT < 20
                        PERFORM 8110-KRADD
                    END-IF
                END-IF
            END-PERFORM.

        8110-KRADD.
            MOVE 0 TO QL-HIT.
            PERFORM VARYING KR-IDX FROM 1 BY 1
                    UNTIL KR-IDX > KR-CNT OR QL-HIT > 0
                IF FM-LIST(KR-RULE(KR-IDX))(1:8)
                   = FM-LIST(FMT-RULE-IDX)(1:8)
                AND FM-START(KR-RULE(KR-IDX))
                    = FM-START(FMT-RULE-IDX)
                AND FM-FLEN(KR-RULE(KR-IDX))
                    = FM-FLEN(FMT-RULE-IDX)
                    MOVE 1 TO QL-HIT
                END-IF
            END-PERFORM.
            IF QL-HIT = 0
                ADD 1 TO KR-CNT
                MOVE FMT-RULE-IDX TO KR-RULE(KR-CNT)
            END-IF.

      * QUE NAME 去掉開頭 /(POSIX 名稱)，歸檔檔名與索引一律如此
        8200-BARE.
            IF BARE-IN(1:1) = "/"
                MOVE BARE-IN(2:) TO BARE-OUT
            ELSE
                MOVE BARE-IN TO BARE-OUT
            END-IF.

        COPY "SEALPD.DEF".
        COPY "CRYPTPD.DEF".
        COPY "FMTPD.DEF".

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
            MOVE "MWARCHID"      TO INCLOG-PGM.
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
      * 選擇性參數 : -from yyyymmdd , -to yyyymmdd , -que que_name ,
      *              -d arch_dir , -rebuild , -check , -o report_file
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

            IF REBUILD-ON AND CHECK-ON
                GO TO 3000-PERR
            END-IF.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"        MOVE "Y" TO QUIET-SW
                WHEN "--batch"   MOVE "Y" TO QUIET-SW
                WHEN "-rebuild"  MOVE "Y" TO REBUILD-SW
                WHEN "-check"    MOVE "Y" TO CHECK-SW
                WHEN "-from"     MOVE PARAM TO PARAM-PREV
                WHEN "-to"       MOVE PARAM TO PARAM-PREV
                WHEN "-que"      MOVE PARAM TO PARAM-PREV
                WHEN "-d"        MOVE PARAM TO PARAM-PREV
                WHEN "-o"        MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    PERFORM 2600-PARAMVAL
                    MOVE SPACES TO PARAM-PREV
            END-EVALUATE.

        2600-PARAMVAL.
            EVALUATE PARAM-PREV
                WHEN "-from"
                    MOVE PARAM TO FROM-DATE
                WHEN "-to"
                    MOVE PARAM TO TO-DATE
                WHEN "-que"
                    MOVE PARAM TO ONE-QUE
                WHEN "-d"
                    MOVE PARAM TO ARCH-DIR
                WHEN "-o"
                    MOVE PARAM TO RPT-FILE-NAME
                WHEN OTHER
                    GO TO 3000-PERR
            END-EVALUATE.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWARCHIDX - Archive Business-Key Index".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWARCHIDX [options]".
            DISPLAY " ".
            DISPLAY "  keys from MWFMTS rules:".
            DISPLAY "    QUE_NAME|KEY|start|len|name".
            DISPLAY "    QUE_NAME|SEQKEY     (Envelope Seq, Key SEQ)".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-from yyyymmdd]   Range Start(Default".
            DISPLAY "                     Yesterday)".
            DISPLAY "  [-to yyyymmdd]     Range End(Default".
            DISPLAY "                     Yesterday)".
            DISPLAY "  [-que que_name]    Only This Que".
            DISPLAY "  [-d arch_dir]      Archive Dir(Default ARCHIVE,".
            DISPLAY "                     env MWSINKDIR)".
            DISPLAY "  [-rebuild]         Drop And Rebuild Range".
            DISPLAY "  [-check]           Index vs Archive Check".
            DISPLAY "  [-o report_file]   Report(Default".
            DISPLAY "                     MWARCHIDXOUT)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWARCHIDX.
