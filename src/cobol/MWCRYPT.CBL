      */--------------------------------------------------------------
      * MWCRYPT.CBL
      * 落地檔加密子程式(CALL "MWCRYPT")
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 歸檔(.LOG/.BLG)、暫存(.SAV/.SVB)、搶救(.SAL)、死信檔
      *    (MWDLQF)與橋接檔(.XFR)內容皆為營業資料，落地即加密；
      *    金鑰依環境各一份金鑰檔，登錄於金鑰環(MWKEYRING，檔名
      *    可由同名環境變數覆蓋)，每行：
      *      KEYID|金鑰檔路徑|CURRENT 或 OLD
      *    有 CURRENT 金鑰即啟用加密；無金鑰環或無 CURRENT 時各
      *    程式照舊寫明文
      * 2. 加密檔由一或多個區塊組成，每區塊為固定 37 BYTES 表頭行
      *      MWENC1 <KEYID 16 位> <密文長 12 位數>(換行)
      *    後接 openssl enc -aes-256-cbc -pbkdf2 -salt 密文；表頭
      *    載明金鑰 ID，金鑰輪替後舊檔仍可依 ID 找 OLD 金鑰解開
      * 3. 呼叫方式：
      *      CALL "MWCRYPT" USING kind, file, work, keyid, state, rc
      *    kind "Q" = 查詢：keyid 回 CURRENT 金鑰 ID(空白即未啟用)
      *    kind "H" = 檢視：state 回檔案狀態、keyid 回首區塊金鑰
      *    kind "D" = 解密讀取：已加密即解成明文暫存檔，檔名回在
      *               work；未加密 work 即原檔名
      *    kind "R" = 讀畢釋放：清除 "D" 產生的明文暫存檔
      *    kind "S" = 整檔加密：一次寫完的明文檔 CLOSE 後原地加密
      *    kind "A" = 區塊附加：work 所指的明文區塊檔加密後附加到
      *               file 尾端並刪除區塊檔；file 仍為明文(啟用
      *               加密前的舊檔)者先整檔加密
      *    kind "K" = 重新加密：整檔以 CURRENT 金鑰重加密為單一
      *               區塊(金鑰輪替、日終整併多區塊)
      *    state：NOFILE/CLEAR/CURRENT(單一區塊且為 CURRENT 金鑰)
      *    /PACK(多區塊)/OLDKEY(含非 CURRENT 金鑰區塊)/BADKEY(金鑰
      *    ID 不在金鑰環)/CORRUPT(區塊表頭或長度不符)/NOKEY；
      *    "S"/"A" 只看首區塊，state 回 NOFILE/CLEAR/ENC
      *    rc：0 成功，非 0 失敗
      * 4. "S"/"A"/"K" 以 mkdir 原子建立 <檔名>.LCK 鎖序列化，避免
      *    MWSINK 附加與 MWREKEY 重加密同時改寫；重加密大檔耗時，
      *    鎖等候逾一分鐘才視為前手當掉殘留強制接手
      * 5. 明文暫存檔預設置於原檔同目錄，環境變數 MWCRYPTTMP 可
      *    指定受保護的暫存目錄
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWCRYPT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT KEY-RING-FILE ASSIGN TO "MWKEYRING"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS KR-FILE-STAT.
      * 區塊表頭/長度暫存檔(讀寫共用)
            SELECT CRY-IO-FILE ASSIGN TO IO-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS IO-FILE-STAT.

        DATA DIVISION.
        FILE SECTION.
        FD  KEY-RING-FILE.
        01  KR-REC              PIC X(300).

        FD  CRY-IO-FILE.
        01  IO-REC              PIC X(80).

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".

        77  KR-FILE-STAT        PIC XX.
            88 KR-EOF           VALUE "10".
        77  IO-FILE-STAT        PIC XX.
        01  IO-NAME             PIC X(256) VALUE SPACES.

      * 金鑰環
        77  KEY-CNT             SIGNED-INT VALUE 0.
        77  CUR-IDX             SIGNED-INT VALUE 0.
        77  KEY-IDX             SIGNED-INT VALUE 0.
        77  KIDX                SIGNED-INT VALUE 0.
        01  KEY-TAB.
            05  KEY-ENT OCCURS 20 TIMES.
                10  K-ID        PIC X(16).
                10  K-FILE      PIC X(256).
                10  K-STAT      PIC X(8).
        77  KR-ID               PIC X(16).
        01  KR-KFILE            PIC X(256).
        77  KR-STAT             PIC X(8).

      * 鎖
        01  LOCK-NAME           PIC X(256) VALUE SPACES.
        01  LOCK-CMD            PIC X(300) VALUE SPACES.
        01  UNLOCK-CMD          PIC X(300) VALUE SPACES.
        77  LOCK-HELD-SW        PIC X VALUE SPACE.
            88 LOCK-HELD        VALUE 'Y'.
        77  LOCK-TRY            SIGNED-INT VALUE 0.
        77  SLEEP-USECS         SIGNED-LONG VALUE 0.

      * 暫存檔名
        01  TMP-DIR             PIC X(256) VALUE SPACES.
        01  TMP-BASE            PIC X(256) VALUE SPACES.
        01  HD-NAME             PIC X(256) VALUE SPACES.
        01  SZ-NAME             PIC X(256) VALUE SPACES.
        01  ENC-NAME            PIC X(256) VALUE SPACES.
        01  CLR-NAME            PIC X(256) VALUE SPACES.
        01  NEW-NAME            PIC X(256) VALUE SPACES.
        77  NOW-TIME            PIC X(8).
        77  NAME-LEN            SIGNED-INT VALUE 0.
        77  SLASH-POS           SIGNED-INT VALUE 0.
        77  POS-IDX             SIGNED-INT VALUE 0.

      * 區塊走訪
        77  WALK-MODE           PIC X VALUE SPACE.
        77  WALK-END-SW         PIC X VALUE SPACE.
            88 WALK-END         VALUE 'Y'.
        77  OLD-SW              PIC X VALUE SPACE.
            88 HAS-OLD          VALUE 'Y'.
        77  BAD-SW              PIC X VALUE SPACE.
            88 HAS-BAD          VALUE 'Y'.
        77  FILE-SIZE           SIGNED-LONG VALUE 0.
        77  WORK-SIZE           SIGNED-LONG VALUE 0.
        77  CHK-OFF             SIGNED-LONG VALUE 0.
        77  CHK-LEN             SIGNED-LONG VALUE 0.
        77  CHK-CNT             SIGNED-INT VALUE 0.
        77  FIRST-KEY           PIC X(16) VALUE SPACES.
        77  NUM-D               PIC Z(11)9.
        77  NUM2-D              PIC Z(11)9.
        77  LEN-D               PIC 9(12).

      * 區塊加密
        01  FRAME-IN            PIC X(256) VALUE SPACES.
        01  FRAME-OUT           PIC X(256) VALUE SPACES.
        77  FRAME-MODE          PIC X VALUE SPACE.
            88 FRAME-APPEND     VALUE 'A'.
        77  FRAME-RC            SIGNED-INT VALUE 0.

        01  CMD-LINE            PIC X(1200) VALUE SPACES.
        77  CMD-RC              SIGNED-INT VALUE 0.

        LINKAGE SECTION.
        01  CRY-KIND            PIC X.
        01  CRY-FILE            PIC X(256).
        01  CRY-WORK            PIC X(256).
        01  CRY-KEYID           PIC X(16).
        01  CRY-STATE           PIC X(8).
        01  CRY-RC              SIGNED-INT.

        PROCEDURE               DIVISION
                                USING CRY-KIND, CRY-FILE, CRY-WORK,
                                      CRY-KEYID, CRY-STATE, CRY-RC.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            MOVE 0 TO CRY-RC.
            MOVE SPACES TO CRY-STATE.

            IF CRY-KIND = "R"
                PERFORM 7500-RELEASE
                GOBACK
            END-IF.

            PERFORM 4000-RINGLOAD THRU 4000-EXIT.
            IF CRY-KIND = "Q"
                MOVE SPACES TO CRY-KEYID
                IF CUR-IDX > 0
                    MOVE K-ID(CUR-IDX) TO CRY-KEYID
                END-IF
                GOBACK
            END-IF.

            PERFORM 4500-TMPBASE.
            EVALUATE CRY-KIND
                WHEN "H"
                    MOVE "H" TO WALK-MODE
                    PERFORM 5000-WALK THRU 5000-EXIT
                WHEN "D"
                    PERFORM 5500-DECRYPT THRU 5500-EXIT
                WHEN "S"
                    IF CUR-IDX > 0
                        PERFORM 4100-LOCKGET
                        PERFORM 6300-SEAL THRU 6300-EXIT
                        PERFORM 7000-LOCKFREE
                    END-IF
                WHEN "A"
                    PERFORM 4100-LOCKGET
                    PERFORM 6400-APPEND THRU 6400-EXIT
                    PERFORM 7000-LOCKFREE
                WHEN "K"
                    IF CUR-IDX = 0
                        MOVE "NOKEY" TO CRY-STATE
                        MOVE 1 TO CRY-RC
                    ELSE
                        PERFORM 4100-LOCKGET
                        PERFORM 6500-REKEY THRU 6500-EXIT
                        PERFORM 7000-LOCKFREE
                    END-IF
                WHEN OTHER
                    MOVE 1 TO CRY-RC
            END-EVALUATE.

            PERFORM 7600-CLEANUP.
            GOBACK.

      *-----------------------------------------------------------
      * 載入金鑰環；第一個 CURRENT 為加密用金鑰
      *-----------------------------------------------------------
        4000-RINGLOAD.
            MOVE 0 TO KEY-CNT.
            MOVE 0 TO CUR-IDX.

            OPEN INPUT KEY-RING-FILE.
            IF KR-FILE-STAT NOT = "00"
                GO TO 4000-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL KR-EOF
                READ KEY-RING-FILE
                    AT END
                        MOVE "10" TO KR-FILE-STAT
                    NOT AT END
                        PERFORM 4050-RINGLINE
                END-READ
            END-PERFORM.
            CLOSE KEY-RING-FILE.

        4000-EXIT.
            CONTINUE.

        4050-RINGLINE.
            IF KR-REC = SPACES OR KR-REC(1:1) = "*"
            OR KEY-CNT >= 20
                CONTINUE
            ELSE
                MOVE SPACES TO KR-ID
                MOVE SPACES TO KR-KFILE
                MOVE SPACES TO KR-STAT
                UNSTRING KR-REC DELIMITED BY "|"
                    INTO KR-ID, KR-KFILE, KR-STAT
                END-UNSTRING
                IF KR-ID NOT = SPACES AND KR-KFILE NOT = SPACES
                    ADD 1 TO KEY-CNT
                    MOVE FUNCTION TRIM(KR-ID) TO K-ID(KEY-CNT)
                    MOVE FUNCTION TRIM(KR-KFILE) TO K-FILE(KEY-CNT)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(KR-STAT))
                        TO K-STAT(KEY-CNT)
                    IF K-STAT(KEY-CNT) = "CURRENT" AND CUR-IDX = 0
                        MOVE KEY-CNT TO CUR-IDX
                    END-IF
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 取檔鎖(<檔名>.LCK)；等候逾一分鐘強制清除後接手
      *-----------------------------------------------------------
        4100-LOCKGET.
            MOVE SPACES TO LOCK-NAME.
            STRING FUNCTION TRIM(CRY-FILE) DELIMITED BY SIZE
                   ".LCK" DELIMITED BY SIZE
                INTO LOCK-NAME.
            MOVE SPACES TO LOCK-CMD.
            STRING "mkdir " DELIMITED BY SIZE
                   FUNCTION TRIM(LOCK-NAME) DELIMITED BY SIZE
                   " 2>/dev/null" DELIMITED BY SIZE
                INTO LOCK-CMD.
            MOVE SPACES TO UNLOCK-CMD.
            STRING "rmdir " DELIMITED BY SIZE
                   FUNCTION TRIM(LOCK-NAME) DELIMITED BY SIZE
                   " 2>/dev/null" DELIMITED BY SIZE
                INTO UNLOCK-CMD.

            MOVE 0 TO LOCK-TRY.
            MOVE SPACE TO LOCK-HELD-SW.
            COMPUTE SLEEP-USECS = 10000.
            PERFORM UNTIL LOCK-HELD OR LOCK-TRY >= 6000
                ADD 1 TO LOCK-TRY
                CALL "SYSTEM" USING LOCK-CMD
                MOVE RETURN-CODE TO CMD-RC
                IF CMD-RC > 255
                    DIVIDE CMD-RC BY 256 GIVING CMD-RC
                END-IF
                IF CMD-RC = 0
                    MOVE "Y" TO LOCK-HELD-SW
                ELSE
                    CALL 'MW$UTILS' USING
                        BY VALUE    SLEEP_USEC,
                        BY VALUE    SLEEP-USECS
                END-IF
            END-PERFORM.

            IF NOT LOCK-HELD
                CALL "SYSTEM" USING UNLOCK-CMD
                CALL "SYSTEM" USING LOCK-CMD
                MOVE "Y" TO LOCK-HELD-SW
            END-IF.

      *-----------------------------------------------------------
      * 暫存檔名：<檔名>.<hhmmsscc>.xxx；MWCRYPTTMP 有設即置於該
      * 目錄(僅取原檔主檔名)
      *-----------------------------------------------------------
        4500-TMPBASE.
            ACCEPT NOW-TIME FROM TIME.
            MOVE SPACES TO TMP-DIR.
            DISPLAY "MWCRYPTTMP" UPON ENVIRONMENT-NAME.
            ACCEPT TMP-DIR FROM ENVIRONMENT-VALUE.

            MOVE SPACES TO TMP-BASE.
            IF TMP-DIR = SPACES
                STRING FUNCTION TRIM(CRY-FILE) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       NOW-TIME DELIMITED BY SIZE
                    INTO TMP-BASE
            ELSE
                COMPUTE NAME-LEN = FUNCTION LENGTH(
                        FUNCTION TRIM(CRY-FILE TRAILING))
                MOVE 0 TO SLASH-POS
                PERFORM VARYING POS-IDX FROM 1 BY 1
                        UNTIL POS-IDX > NAME-LEN
                    IF CRY-FILE(POS-IDX:1) = "/"
                        MOVE POS-IDX TO SLASH-POS
                    END-IF
                END-PERFORM
                STRING FUNCTION TRIM(TMP-DIR) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       CRY-FILE(SLASH-POS + 1:NAME-LEN - SLASH-POS)
                           DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       NOW-TIME DELIMITED BY SIZE
                    INTO TMP-BASE
            END-IF.

            MOVE SPACES TO HD-NAME.
            STRING FUNCTION TRIM(TMP-BASE) DELIMITED BY SIZE
                   ".HDR" DELIMITED BY SIZE
                INTO HD-NAME.
            MOVE SPACES TO SZ-NAME.
            STRING FUNCTION TRIM(TMP-BASE) DELIMITED BY SIZE
                   ".SZ" DELIMITED BY SIZE
                INTO SZ-NAME.
            MOVE SPACES TO ENC-NAME.
            STRING FUNCTION TRIM(TMP-BASE) DELIMITED BY SIZE
                   ".ENC" DELIMITED BY SIZE
                INTO ENC-NAME.
            MOVE SPACES TO CLR-NAME.
            STRING FUNCTION TRIM(TMP-BASE) DELIMITED BY SIZE
                   ".CLR" DELIMITED BY SIZE
                INTO CLR-NAME.
            MOVE SPACES TO NEW-NAME.
            STRING FUNCTION TRIM(CRY-FILE) DELIMITED BY SIZE
                   ".NEW" DELIMITED BY SIZE
                INTO NEW-NAME.

      *-----------------------------------------------------------
      * 取檔案位元組數(IO-NAME 所指檔)；不存在回 -1
      *-----------------------------------------------------------
        4600-SIZEGET.
            MOVE SPACES TO CMD-LINE.
            STRING "wc -c 2>/dev/null < " DELIMITED BY SIZE
                   FUNCTION TRIM(IO-NAME) DELIMITED BY SIZE
                   " > " DELIMITED BY SIZE
                   FUNCTION TRIM(SZ-NAME) DELIMITED BY SIZE
                INTO CMD-LINE.
            PERFORM 8000-RUNCMD.
            MOVE -1 TO WORK-SIZE.
            IF CMD-RC = 0
                MOVE SZ-NAME TO IO-NAME
                PERFORM 4700-READONE
                COMPUTE WORK-SIZE = FUNCTION NUMVAL(IO-REC)
            END-IF.

      * 讀 IO-NAME 第一行到 IO-REC(檔不存在或空檔為空白)
        4700-READONE.
            MOVE SPACES TO IO-REC.
            OPEN INPUT CRY-IO-FILE.
            IF IO-FILE-STAT = "00"
                READ CRY-IO-FILE
                    AT END
                        MOVE SPACES TO IO-REC
                END-READ
                CLOSE CRY-IO-FILE
            END-IF.

      *-----------------------------------------------------------
      * 逐區塊走訪 CRY-FILE；WALK-MODE "D" 時同時解密附加到
      * CLR-NAME。結果：CRY-STATE、CRY-KEYID(首區塊金鑰)
      *-----------------------------------------------------------
        5000-WALK.
            MOVE 0 TO CHK-CNT.
            MOVE SPACE TO OLD-SW.
            MOVE SPACE TO BAD-SW.
            MOVE SPACE TO WALK-END-SW.
            MOVE SPACES TO FIRST-KEY.

            MOVE CRY-FILE TO IO-NAME.
            PERFORM 4600-SIZEGET.
            MOVE WORK-SIZE TO FILE-SIZE.
            IF FILE-SIZE < 0
                MOVE "NOFILE" TO CRY-STATE
                GO TO 5000-EXIT
            END-IF.
            IF FILE-SIZE = 0
                MOVE "CLEAR" TO CRY-STATE
                GO TO 5000-EXIT
            END-IF.

            MOVE 1 TO CHK-OFF.
            PERFORM 5100-CHUNK THRU 5100-EXIT
                UNTIL WALK-END OR CHK-OFF > FILE-SIZE.
            MOVE FIRST-KEY TO CRY-KEYID.
            IF WALK-END
                GO TO 5000-EXIT
            END-IF.

            EVALUATE TRUE
                WHEN CHK-OFF - 1 > FILE-SIZE
                    MOVE "CORRUPT" TO CRY-STATE
                WHEN HAS-BAD
                    MOVE "BADKEY" TO CRY-STATE
                WHEN HAS-OLD
                    MOVE "OLDKEY" TO CRY-STATE
                WHEN CHK-CNT > 1
                    MOVE "PACK" TO CRY-STATE
                WHEN OTHER
                    MOVE "CURRENT" TO CRY-STATE
            END-EVALUATE.

        5000-EXIT.
            CONTINUE.

      * 僅看首區塊表頭判斷明文/已加密(附加時不逐區塊走訪)
        5050-HEADCHK.
            MOVE CRY-FILE TO IO-NAME.
            PERFORM 4600-SIZEGET.
            MOVE WORK-SIZE TO FILE-SIZE.
            EVALUATE TRUE
                WHEN FILE-SIZE < 0
                    MOVE "NOFILE" TO CRY-STATE
                WHEN FILE-SIZE = 0
                    MOVE "CLEAR" TO CRY-STATE
                WHEN OTHER
                    MOVE SPACES TO CMD-LINE
                    STRING "head -c 36 " DELIMITED BY SIZE
                           FUNCTION TRIM(CRY-FILE) DELIMITED BY SIZE
                           " > " DELIMITED BY SIZE
                           FUNCTION TRIM(HD-NAME) DELIMITED BY SIZE
                        INTO CMD-LINE
                    PERFORM 8000-RUNCMD
                    MOVE HD-NAME TO IO-NAME
                    PERFORM 4700-READONE
                    IF IO-REC(1:7) = "MWENC1 "
                        MOVE IO-REC(8:16) TO CRY-KEYID
                        MOVE "ENC" TO CRY-STATE
                    ELSE
                        MOVE "CLEAR" TO CRY-STATE
                    END-IF
            END-EVALUATE.

      * 一個區塊：讀 36 BYTES 表頭，依金鑰 ID 找金鑰，跳過密文
        5100-CHUNK.
            MOVE CHK-OFF TO NUM-D.
            MOVE SPACES TO CMD-LINE.
            STRING "tail -c +" DELIMITED BY SIZE
                   FUNCTION TRIM(NUM-D) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(CRY-FILE) DELIMITED BY SIZE
                   " 2>/dev/null | head -c 36 > " DELIMITED BY SIZE
                   FUNCTION TRIM(HD-NAME) DELIMITED BY SIZE
                INTO CMD-LINE.
            PERFORM 8000-RUNCMD.
            MOVE HD-NAME TO IO-NAME.
            PERFORM 4700-READONE.

            IF IO-REC(1:7) NOT = "MWENC1 "
                IF CHK-CNT = 0
                    MOVE "CLEAR" TO CRY-STATE
                ELSE
                    MOVE "CORRUPT" TO CRY-STATE
                END-IF
                MOVE "Y" TO WALK-END-SW
                GO TO 5100-EXIT
            END-IF.
            IF IO-REC(25:12) IS NOT NUMERIC
                MOVE "CORRUPT" TO CRY-STATE
                MOVE "Y" TO WALK-END-SW
                GO TO 5100-EXIT
            END-IF.

            COMPUTE CHK-LEN = FUNCTION NUMVAL(IO-REC(25:12)).
            ADD 1 TO CHK-CNT.
            IF CHK-CNT = 1
                MOVE IO-REC(8:16) TO FIRST-KEY
            END-IF.

            MOVE 0 TO KIDX.
            PERFORM VARYING KEY-IDX FROM 1 BY 1
                    UNTIL KEY-IDX > KEY-CNT OR KIDX > 0
                IF K-ID(KEY-IDX) = IO-REC(8:16)
                    MOVE KEY-IDX TO KIDX
                END-IF
            END-PERFORM.
            IF KIDX = 0
                MOVE "Y" TO BAD-SW
                MOVE IO-REC(8:16) TO FIRST-KEY
                IF WALK-MODE = "D"
                    MOVE "BADKEY" TO CRY-STATE
                    MOVE "Y" TO WALK-END-SW
                    GO TO 5100-EXIT
                END-IF
            ELSE
                IF KIDX NOT = CUR-IDX
                    MOVE "Y" TO OLD-SW
                END-IF
            END-IF.

            IF WALK-MODE = "D"
                COMPUTE NUM-D = CHK-OFF + 37
                MOVE CHK-LEN TO NUM2-D
                MOVE SPACES TO CMD-LINE
                STRING "tail -c +" DELIMITED BY SIZE
                       FUNCTION TRIM(NUM-D) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(CRY-FILE) DELIMITED BY SIZE
                       " | head -c " DELIMITED BY SIZE
                       FUNCTION TRIM(NUM2-D) DELIMITED BY SIZE
                       " | openssl enc -d -aes-256-cbc -pbkdf2"
                           DELIMITED BY SIZE
                       " -pass file:" DELIMITED BY SIZE
                       FUNCTION TRIM(K-FILE(KIDX)) DELIMITED BY SIZE
                       " >> " DELIMITED BY SIZE
                       FUNCTION TRIM(CLR-NAME) DELIMITED BY SIZE
                       " 2>/dev/null" DELIMITED BY SIZE
                    INTO CMD-LINE
                PERFORM 8000-RUNCMD
                IF CMD-RC NOT = 0
                    MOVE IO-REC(8:16) TO FIRST-KEY
                    MOVE "CORRUPT" TO CRY-STATE
                    MOVE "Y" TO WALK-END-SW
                    GO TO 5100-EXIT
                END-IF
            END-IF.

            COMPUTE CHK-OFF = CHK-OFF + 37 + CHK-LEN.

        5100-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 解密讀取(kind "D")：未加密/不存在 CRY-WORK 即原檔名
      *-----------------------------------------------------------
        5500-DECRYPT.
            MOVE CRY-FILE TO CRY-WORK.
            MOVE "H" TO WALK-MODE.
            PERFORM 5000-WALK THRU 5000-EXIT.
            IF CRY-STATE = "NOFILE" OR CRY-STATE = "CLEAR"
                GO TO 5500-EXIT
            END-IF.
            IF CRY-STATE = "BADKEY" OR CRY-STATE = "CORRUPT"
                MOVE 1 TO CRY-RC
                GO TO 5500-EXIT
            END-IF.

            PERFORM 5600-CLRRESET.
            MOVE "D" TO WALK-MODE.
            PERFORM 5000-WALK THRU 5000-EXIT.
            IF CRY-STATE = "BADKEY" OR CRY-STATE = "CORRUPT"
                PERFORM 5600-CLRRESET
                MOVE 1 TO CRY-RC
                GO TO 5500-EXIT
            END-IF.
            MOVE CLR-NAME TO CRY-WORK.

        5500-EXIT.
            CONTINUE.

      * 明文暫存檔清空(rm 後由解密 >> 重建)
        5600-CLRRESET.
            MOVE SPACES TO CMD-LINE.
            STRING "rm -f " DELIMITED BY SIZE
                   FUNCTION TRIM(CLR-NAME) DELIMITED BY SIZE
                INTO CMD-LINE.
            PERFORM 8000-RUNCMD.

      *-----------------------------------------------------------
      * 加密一個區塊：FRAME-IN 明文以 CURRENT 金鑰加密，表頭+
      * 密文寫到 FRAME-OUT(FRAME-APPEND 附加，否則覆寫)
      *-----------------------------------------------------------
        6000-FRAME.
            MOVE 1 TO FRAME-RC.
            MOVE SPACES TO CMD-LINE.
            STRING "openssl enc -aes-256-cbc -pbkdf2 -salt"
                       DELIMITED BY SIZE
                   " -pass file:" DELIMITED BY SIZE
                   FUNCTION TRIM(K-FILE(CUR-IDX)) DELIMITED BY SIZE
                   " -in " DELIMITED BY SIZE
                   FUNCTION TRIM(FRAME-IN) DELIMITED BY SIZE
                   " -out " DELIMITED BY SIZE
                   FUNCTION TRIM(ENC-NAME) DELIMITED BY SIZE
                   " 2>/dev/null" DELIMITED BY SIZE
                INTO CMD-LINE.
            PERFORM 8000-RUNCMD.
            IF CMD-RC NOT = 0
                GO TO 6000-EXIT
            END-IF.

            MOVE ENC-NAME TO IO-NAME.
            PERFORM 4600-SIZEGET.
            IF WORK-SIZE <= 0
                GO TO 6000-EXIT
            END-IF.
            MOVE WORK-SIZE TO LEN-D.

            MOVE HD-NAME TO IO-NAME.
            OPEN OUTPUT CRY-IO-FILE.
            IF IO-FILE-STAT NOT = "00"
                GO TO 6000-EXIT
            END-IF.
            MOVE SPACES TO IO-REC.
            STRING "MWENC1 " DELIMITED BY SIZE
                   K-ID(CUR-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LEN-D DELIMITED BY SIZE
                INTO IO-REC.
            WRITE IO-REC.
            CLOSE CRY-IO-FILE.

            MOVE SPACES TO CMD-LINE.
            IF FRAME-APPEND
                STRING "cat " DELIMITED BY SIZE
                       FUNCTION TRIM(HD-NAME) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(ENC-NAME) DELIMITED BY SIZE
                       " >> " DELIMITED BY SIZE
                       FUNCTION TRIM(FRAME-OUT) DELIMITED BY SIZE
                    INTO CMD-LINE
            ELSE
                STRING "cat " DELIMITED BY SIZE
                       FUNCTION TRIM(HD-NAME) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(ENC-NAME) DELIMITED BY SIZE
                       " > " DELIMITED BY SIZE
                       FUNCTION TRIM(FRAME-OUT) DELIMITED BY SIZE
                    INTO CMD-LINE
            END-IF.
            PERFORM 8000-RUNCMD.
            IF CMD-RC = 0
                MOVE 0 TO FRAME-RC
            END-IF.

        6000-EXIT.
            PERFORM 7600-CLEANUP.

      * 以 NEW-NAME 換掉正式檔
        6100-SWAP.
            MOVE SPACES TO CMD-LINE.
            STRING "mv -f " DELIMITED BY SIZE
                   FUNCTION TRIM(NEW-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(CRY-FILE) DELIMITED BY SIZE
                INTO CMD-LINE.
            PERFORM 8000-RUNCMD.
            IF CMD-RC NOT = 0
                MOVE 1 TO CRY-RC
            END-IF.

      * 明文正式檔整檔加密為單一區塊(呼叫端已確認為 CLEAR)
        6200-SEALCLEAR.
            MOVE CRY-FILE TO FRAME-IN.
            MOVE NEW-NAME TO FRAME-OUT.
            MOVE SPACE TO FRAME-MODE.
            PERFORM 6000-FRAME THRU 6000-EXIT.
            IF FRAME-RC = 0
                PERFORM 6100-SWAP
            ELSE
                MOVE 1 TO CRY-RC
            END-IF.

      *-----------------------------------------------------------
      * 整檔加密(kind "S")：僅明文且非空檔
      *-----------------------------------------------------------
        6300-SEAL.
            PERFORM 5050-HEADCHK.
            IF CRY-STATE = "CLEAR" AND FILE-SIZE > 0
                PERFORM 6200-SEALCLEAR
            END-IF.

        6300-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 區塊附加(kind "A")：未啟用加密即明文照附加；空區塊不附加
      *-----------------------------------------------------------
        6400-APPEND.
            MOVE CRY-WORK TO IO-NAME.
            PERFORM 4600-SIZEGET.
            IF WORK-SIZE <= 0
                GO TO 6400-DROP
            END-IF.

            IF CUR-IDX = 0
                MOVE SPACES TO CMD-LINE
                STRING "cat " DELIMITED BY SIZE
                       FUNCTION TRIM(CRY-WORK) DELIMITED BY SIZE
                       " >> " DELIMITED BY SIZE
                       FUNCTION TRIM(CRY-FILE) DELIMITED BY SIZE
                    INTO CMD-LINE
                PERFORM 8000-RUNCMD
                IF CMD-RC NOT = 0
                    MOVE 1 TO CRY-RC
                    GO TO 6400-EXIT
                END-IF
                GO TO 6400-DROP
            END-IF.

            PERFORM 5050-HEADCHK.
            IF CRY-STATE = "CLEAR" AND FILE-SIZE > 0
                PERFORM 6200-SEALCLEAR
                IF CRY-RC NOT = 0
                    GO TO 6400-EXIT
                END-IF
            END-IF.

            MOVE CRY-WORK TO FRAME-IN.
            MOVE CRY-FILE TO FRAME-OUT.
            MOVE "A" TO FRAME-MODE.
            PERFORM 6000-FRAME THRU 6000-EXIT.
            IF FRAME-RC NOT = 0
      * 加密失敗區塊檔保留不刪，內容不遺失
                MOVE 1 TO CRY-RC
                GO TO 6400-EXIT
            END-IF.
            MOVE K-ID(CUR-IDX) TO CRY-KEYID.

        6400-DROP.
            MOVE SPACES TO CMD-LINE.
            STRING "rm -f " DELIMITED BY SIZE
                   FUNCTION TRIM(CRY-WORK) DELIMITED BY SIZE
                INTO CMD-LINE.
            PERFORM 8000-RUNCMD.

        6400-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 重新加密(kind "K")：CRY-STATE 回重加密前狀態
      *-----------------------------------------------------------
        6500-REKEY.
            MOVE "H" TO WALK-MODE.
            PERFORM 5000-WALK THRU 5000-EXIT.
            EVALUATE CRY-STATE
                WHEN "NOFILE"
                WHEN "CURRENT"
                    GO TO 6500-EXIT
                WHEN "CLEAR"
                    IF FILE-SIZE > 0
                        PERFORM 6200-SEALCLEAR
                    END-IF
                    GO TO 6500-EXIT
                WHEN "BADKEY"
                WHEN "CORRUPT"
                    MOVE 1 TO CRY-RC
                    GO TO 6500-EXIT
            END-EVALUATE.

            PERFORM 5600-CLRRESET.
            MOVE "D" TO WALK-MODE.
            PERFORM 5000-WALK THRU 5000-EXIT.
            IF CRY-STATE = "BADKEY" OR CRY-STATE = "CORRUPT"
                PERFORM 5600-CLRRESET
                MOVE 1 TO CRY-RC
                GO TO 6500-EXIT
            END-IF.

            MOVE CLR-NAME TO FRAME-IN.
            MOVE NEW-NAME TO FRAME-OUT.
            MOVE SPACE TO FRAME-MODE.
            PERFORM 6000-FRAME THRU 6000-EXIT.
            PERFORM 5600-CLRRESET.
            IF FRAME-RC NOT = 0
                MOVE 1 TO CRY-RC
                GO TO 6500-EXIT
            END-IF.
            PERFORM 6100-SWAP.

        6500-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 釋放鎖
      *-----------------------------------------------------------
        7000-LOCKFREE.
            IF LOCK-HELD
                CALL "SYSTEM" USING UNLOCK-CMD
                MOVE SPACE TO LOCK-HELD-SW
            END-IF.

      *-----------------------------------------------------------
      * 讀畢釋放(kind "R")：CRY-WORK 為解密暫存檔才刪
      *-----------------------------------------------------------
        7500-RELEASE.
            IF CRY-WORK NOT = SPACES AND CRY-WORK NOT = CRY-FILE
                MOVE SPACES TO CMD-LINE
                STRING "rm -f " DELIMITED BY SIZE
                       FUNCTION TRIM(CRY-WORK) DELIMITED BY SIZE
                    INTO CMD-LINE
                PERFORM 8000-RUNCMD
                MOVE CRY-FILE TO CRY-WORK
            END-IF.

      * 表頭/長度/密文暫存檔清除
        7600-CLEANUP.
            MOVE SPACES TO CMD-LINE.
            STRING "rm -f " DELIMITED BY SIZE
                   FUNCTION TRIM(HD-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(SZ-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ENC-NAME) DELIMITED BY SIZE
                INTO CMD-LINE.
            PERFORM 8000-RUNCMD.

        8000-RUNCMD.
            CALL "SYSTEM" USING CMD-LINE.
            MOVE RETURN-CODE TO CMD-RC.
            IF CMD-RC > 255
                DIVIDE CMD-RC BY 256 GIVING CMD-RC
            END-IF.

        END PROGRAM MWCRYPT.
