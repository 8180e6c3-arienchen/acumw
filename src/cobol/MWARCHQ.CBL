      * 2. -find text 過濾內容；未指定即全收
      * 3. 歸檔目錄預設 ARCHIVE，可由環境變數 MWSINKDIR 或 -d 覆蓋
      * 4. 歸檔紀錄之 PRIOR=/TYPE= 標記決定擷取檔 TYPE 欄位
      * 5. -key name=value 依業務鍵調閱(鍵定義見 MWFMTS KEY/SEQKEY
      *    規則)：MWARCHIDX 已建索引日以索引 MWARCHIX 取得命中
      *    行號，只讀命中日並讀到最後命中行即停；未建索引日(或
      *    索引檔不在)照舊整檔掃描，依同一鍵定義比對欄位
      * 6. 報表與擷取檔的訊息內容一律先經 MWMASKS 遮罩(-find/-key
      *    比對原始內容)；-nomask 未遮罩僅限有 NOMASK 權限的操作者
      *    (MWROLES；無矩陣檔時 AUTHOPS)，獲准記操作軌跡、遭拒記
      *    事故日誌。每次查詢記入調閱登記簿(MWVIEWREG)：QUE、日期
      *    區間、遮罩與否、命中筆數
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-09-02 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     讀過的每日歸檔檔核對日終封存(SEALPD)：未封存或封存
      *     不符者報表列 WARNING，結束碼回 MWRC-WARN；當日檔尚未
      *     轉日封存不警告
      * 2026-10-15 ARIEN
      *     歸檔加密(MWCRYPT)透明解密：讀已加密歸檔檔先解成明文
      *     暫存檔，讀畢清除；解不開(金鑰已下架)列 WARNING 略過
      * 2026-10-15 ARIEN
      *     新增 -key name=value：已建索引日(MWARCHIDX)依索引直取
      *     命中行，不再整檔掃描；索引日之封存由 MWARCHIDX 建立時
      *     核過，改以 MWARCHIDX -check 查核，不逐日重算；索引所指
      *     行鍵值不符者計為索引過期並列 WARNING
      * 2026-10-15 ARIEN
      *     報表/擷取檔內容經 MWMASKS 遮罩；新增 -nomask 未遮罩(NOMASK
      *     權限/AUTHOPS 限定，獲准記操作軌跡，遭拒記事故日誌)；每次查詢
      *     記入調閱登記簿(MWVIEWREG)
      *
      */
        IDENTIFICATION DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * MWSINK 歸檔檔(逐日開啟)
            SELECT MWARCHQ-ARCH-FILE ASSIGN TO ARCH-IO-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ARCH-FILE-STAT.
            SELECT MWARCHQ-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EXT-FILE-STAT.
            COPY "INCLOGSL.DEF".
            COPY "SEALSL.DEF".
            COPY "FMTSL.DEF".
            COPY "ARIXSL.DEF".
            COPY "AUDITSL.DEF".
            COPY "AUTHSL.DEF".
            COPY "ROLESL.DEF".
            COPY "MASKSL.DEF".
            COPY "VIEWSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  MWARCHQ-EXT-FILE.
        01  EXT-REC                 PIC X(10400).
        COPY "INCLOGFD.DEF".
        COPY "SEALFD.DEF".
        COPY "FMTFD.DEF".
        COPY "ARIXFD.DEF".
        COPY "AUDITFD.DEF".
        COPY "AUTHFD.DEF".
        COPY "ROLEFD.DEF".
        COPY "MASKFD.DEF".
        COPY "VIEWFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "SEALWS.DEF".
        COPY "CRYPTWS.DEF".
        COPY "FMTWS.DEF".
        COPY "ROLEWS.DEF".
        COPY "MASKWS.DEF".
        COPY "VIEWWS.DEF".

      * -nomask 未遮罩顯示授權檢查
        77  AUTHOPS-FILE-STAT   PIC XX.
            88 AUTHOPS-EOF      VALUE "10".
        77  NOMASK-REQ-SW       PIC X VALUE SPACE.
            88 NOMASK-REQ       VALUE 'Y'.
        77  NM-OPER             PIC X(32) VALUE SPACES.
        77  NM-OK-SW            PIC X VALUE SPACE.
            88 NM-OK            VALUE 'Y'.

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.
        77  ERR-TXT             PIC X(80).
        77  ERR-LEN             SIGNED-INT VALUE 0.
        77  RET-CODE            SIGNED-INT VALUE 0.
        77  RPT-FILE-STAT       PIC XX.
        77  EXT-FILE-STAT       PIC XX.
        01  ARCH-FILE-NAME      PIC X(256) VALUE SPACES.
        01  ARCH-IO-NAME        PIC X(256) VALUE SPACES.
        01  RPT-FILE-NAME       PIC X(FILE_NAME_LEN)
                                 VALUE "MWARCHQOUT".
        01  EXT-FILE-NAME       PIC X(256) VALUE SPACES.
        77  SCAN-CNT            SIGNED-LONG VALUE 0.
        77  HIT-CNT             SIGNED-LONG VALUE 0.
        77  CNT-DISP            PIC -(9)9.
      * 封存查核：今日(尚未封存不警告)與警告天數
        77  TODAY-DATE          PIC X(8).
        77  SEAL-WARN-CNT       SIGNED-INT VALUE 0.

      * -key 業務鍵調閱
        77  KEY-SW              PIC X VALUE SPACE.
            88 KEY-ON           VALUE 'Y'.
        01  KEY-NAME            PIC X(8) VALUE SPACES.
        01  KEY-WANT            PIC X(40) VALUE SPACES.
        01  KEY-VAL             PIC X(40) VALUE SPACES.
        01  ARCHQ-BARE          PIC X(64) VALUE SPACES.
        01  BARE-IN             PIC X(64).
        01  BARE-OUT            PIC X(64).
        01  KR-TAB.
            05  KR-RULE         SIGNED-INT OCCURS 20 TIMES.
        77  KR-CNT              SIGNED-INT VALUE 0.
        77  KR-IDX              SIGNED-INT VALUE 0.
        77  KEY-FROM            SIGNED-INT VALUE 0.
        77  KEY-LEN             SIGNED-INT VALUE 0.
        77  KEY-HIT-SW          PIC X VALUE SPACE.
            88 KEY-HIT          VALUE 'Y'.
        01  SEQ-PICK            PIC X(8).
        01  FILLER REDEFINES SEQ-PICK.
            05 SEQ-PICK-N       SIGNED-LONG.
        01  TICKS-PICK          PIC X(8).
        01  FILLER REDEFINES TICKS-PICK.
            05 TICKS-PICK-N     SIGNED-LONG.
        77  SEQ-NUM             SIGNED-LONG VALUE 0.
        77  SEQ-DISP            PIC Z(17)9.
      * 索引命中行號(依行號遞增)
        77  ARIX-FILE-STAT      PIC XX.
            88 ARIX-EOF         VALUE "10".
        77  IX-OPEN-SW          PIC X VALUE SPACE.
            88 IX-OPEN          VALUE 'Y'.
        77  IX-DAY-SW           PIC X VALUE SPACE.
            88 IX-DAY           VALUE 'Y'.
        01  POS-TAB.
            05  POS-LINE        SIGNED-LONG OCCURS 10000 TIMES.
        77  POS-CNT             SIGNED-INT VALUE 0.
        77  POS-IDX             SIGNED-INT VALUE 0.
        77  LINE-NO             SIGNED-LONG VALUE 0.
        77  IDX-DAYS            SIGNED-INT VALUE 0.
        77  SCAN-DAYS           SIGNED-INT VALUE 0.
        77  STALE-CNT           SIGNED-LONG VALUE 0.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.

            PERFORM 2000-PARAM.

      * 遮罩規則與 -nomask 授權：顯示內容預設一律遮罩
            PERFORM 1850-MASKLOAD THRU 1850-EXIT.
            IF NOMASK-REQ
                MOVE "NOMASK" TO ROLE-ACT
                MOVE ARCHQ-QUE TO ROLE-QUE-KEY
                MOVE SPACES TO ROLE-OWNER
                PERFORM 1840-NOMASKCHK
                IF NOT NM-OK
                    DISPLAY "OPERATOR NOT AUTHORIZED,"
                            " -nomask REFUSED"
      * 遭拒的 -nomask 記入事故日誌，供特權覆核(MWPRIVRPT)
                    MOVE -1 TO RET-CODE
                    MOVE "NOT AUTHORIZED FOR -nomask VIEW" TO ERR-TXT
                    MOVE LENGTH OF ERR-TXT TO ERR-LEN
                    PERFORM 1900-INCLOG
                    MOVE MWRC-DENY TO RETURN-CODE
                    GO TO 0000-EXIT
                END-IF
                MOVE "Y" TO MASK-NOMASK-SW
      * 未遮罩顯示屬特權動作，記入操作軌跡
                MOVE "NOMASK" TO AUDIT-ACTION
                MOVE ARCHQ-QUE TO AUDIT-QUE
                MOVE 0 TO AUDIT-CNT
                PERFORM 1950-AUDLOG
            END-IF.

      * 歸檔目錄，可由環境變數 MWSINKDIR 覆蓋
            IF ARCH-DIR = SPACES
                DISPLAY "MWSINKDIR" UPON ENVIRONMENT-NAME
                GO TO 3000-PERR
            END-IF.

            IF KEY-ON
                PERFORM 4000-KEYSETUP THRU 4000-EXIT
            END-IF.

            OPEN OUTPUT MWARCHQ-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME;
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            IF KEY-ON
                MOVE SPACES TO RPT-REC
                STRING "KEY " DELIMITED BY SIZE
                       FUNCTION TRIM(KEY-NAME) DELIMITED BY SIZE
                       "=" DELIMITED BY SIZE
                       FUNCTION TRIM(KEY-WANT) DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.

            PERFORM 5000-SCANDAY THRU 5000-EXIT
                    VARYING DAY-INT FROM FROM-INT BY 1
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            IF KEY-ON
                MOVE IDX-DAYS TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "DAYS VIA INDEX     : " CNT-DISP
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                MOVE SCAN-DAYS TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "DAYS FULL SCANNED  : " CNT-DISP
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.
            IF STALE-CNT > 0
                MOVE STALE-CNT TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "WARNING: STALE INDEX ENTRIES : " CNT-DISP
                       "  (RUN MWARCHIDX -check)"
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.
            IF SEAL-WARN-CNT > 0
                MOVE SEAL-WARN-CNT TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "SEAL WARNINGS      : " CNT-DISP
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.

      * 調閱登記：QUE、日期區間、遮罩與否、命中筆數
            MOVE "MWARCHQ" TO VW-PGM.
            MOVE ARCHQ-QUE TO VW-QUE.
            MOVE "DATE" TO VW-SCOPE.
            MOVE FROM-DATE TO VW-FROM.
            MOVE TO-DATE TO VW-TO.
            MOVE HIT-CNT TO VW-CNT.
            PERFORM 1972-VIEWREG.

            IF IX-OPEN
                CLOSE ARCH-IX-FILE
            END-IF.
            CLOSE MWARCHQ-RPT-FILE.
            IF EXT-ON
                CLOSE MWARCHQ-EXT-FILE
                DISPLAY "EXTRACT : " EXT-FILE-NAME(1:50)
            END-IF.
            DISPLAY "REPORT  : " RPT-FILE-NAME(1:50).
            IF SEAL-WARN-CNT > 0 OR STALE-CNT > 0
                MOVE MWRC-WARN TO RETURN-CODE
            ELSE
                MOVE MWRC-OK TO RETURN-CODE
            END-IF.

        0000-EXIT.
            IF NOT QUIET-ON
                   ".LOG" DELIMITED BY SIZE
                   INTO ARCH-FILE-NAME.

      * -key：已建索引日先取命中行號，無命中即不必開檔
            MOVE SPACE TO IX-DAY-SW.
            MOVE 0 TO POS-CNT.
            IF KEY-ON AND IX-OPEN
                PERFORM 5100-IDXPOS THRU 5100-EXIT
            END-IF.
            IF IX-DAY AND POS-CNT = 0
                COMPUTE IDX-DAYS = IDX-DAYS + 1
                GO TO 5000-EXIT
            END-IF.

      * 已加密歸檔檔先解成明文暫存檔
            MOVE ARCH-FILE-NAME TO CRYPT-FILE.
            PERFORM 1880-CRYPTOPEN.
            IF CRYPT-RC NOT = 0
                COMPUTE SEAL-WARN-CNT = SEAL-WARN-CNT + 1
                MOVE SPACES TO RPT-REC
                STRING "WARNING: ARCHIVE " DELIMITED BY SIZE
                       DAY-DATE DELIMITED BY SIZE
                       " CANNOT DECRYPT" DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                GO TO 5000-EXIT
            END-IF.
            MOVE CRYPT-WORK TO ARCH-IO-NAME.

            MOVE SPACES TO ARCH-FILE-STAT.
            OPEN INPUT MWARCHQ-ARCH-FILE.
            IF ARCH-FILE-STAT NOT = "00"
                PERFORM 1885-CRYPTCLOSE
      * 索引有命中而歸檔已不在(已清除/搬移)
                IF IX-DAY
                    COMPUTE STALE-CNT = STALE-CNT + POS-CNT
                END-IF
                GO TO 5000-EXIT
            END-IF.

            COMPUTE FILE-CNT = FILE-CNT + 1.

            MOVE 0 TO LINE-NO.
            MOVE 1 TO POS-IDX.
            PERFORM TEST BEFORE UNTIL ARCH-EOF
                READ MWARCHQ-ARCH-FILE
                    AT END
                        MOVE "10" TO ARCH-FILE-STAT
                    NOT AT END
                        ADD 1 TO LINE-NO
                        IF IX-DAY
                            PERFORM 5150-POSREC
                        ELSE
                            PERFORM 5500-SCANREC THRU 5500-EXIT
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE MWARCHQ-ARCH-FILE.
            PERFORM 1885-CRYPTCLOSE.

      * 索引日：歸檔行數不及索引所指者亦屬索引過期；封存已於
      * 建索引時核過，不逐日重算
            IF IX-DAY
                IF POS-IDX <= POS-CNT
                    COMPUTE STALE-CNT = STALE-CNT + POS-CNT
                                      - POS-IDX + 1
                END-IF
                COMPUTE IDX-DAYS = IDX-DAYS + 1
                GO TO 5000-EXIT
            END-IF.
            IF KEY-ON
                COMPUTE SCAN-DAYS = SCAN-DAYS + 1
            END-IF.

      * 日終封存核對：今日檔尚在寫入中，不列警告
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            IF DAY-DATE = TODAY-DATE
                GO TO 5000-EXIT
            END-IF.
            MOVE ARCH-FILE-NAME TO SEAL-FILE-NAME.
            PERFORM 1810-SEALSCAN THRU 1810-EXIT.
            IF NOT SEAL-OK
                COMPUTE SEAL-WARN-CNT = SEAL-WARN-CNT + 1
                MOVE SPACES TO RPT-REC
                STRING "WARNING: ARCHIVE " DELIMITED BY SIZE
                       DAY-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SEAL-STATE DELIMITED BY SPACE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.

        5000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 查索引：本 QUE 本日有日控制紀錄即為索引日，依鍵名+鍵值
      * +QUE+日期 START 後順讀，取得命中行號(最多 10000 行，超過
      * 者改整檔掃描)
      *-----------------------------------------------------------
        5100-IDXPOS.
            MOVE SPACES TO ARIX-KEY.
            MOVE "*DAY" TO ARIX-KNAME.
            MOVE ARCHQ-BARE TO ARIX-QUE.
            MOVE DAY-DATE TO ARIX-DATE.
            MOVE 0 TO ARIX-POS.
            READ ARCH-IX-FILE KEY IS ARIX-KEY
                INVALID KEY
                    GO TO 5100-EXIT
            END-READ.
            MOVE "Y" TO IX-DAY-SW.

            MOVE SPACES TO ARIX-KEY.
            MOVE KEY-NAME TO ARIX-KNAME.
            MOVE KEY-WANT TO ARIX-KVAL.
            MOVE ARCHQ-BARE TO ARIX-QUE.
            MOVE DAY-DATE TO ARIX-DATE.
            MOVE 0 TO ARIX-POS.
            START ARCH-IX-FILE KEY IS NOT LESS THAN ARIX-KEY
                INVALID KEY
                    GO TO 5100-EXIT
            END-START.

            MOVE "00" TO ARIX-FILE-STAT.
            PERFORM TEST BEFORE UNTIL ARIX-EOF
                READ ARCH-IX-FILE NEXT RECORD
                    AT END
                        MOVE "10" TO ARIX-FILE-STAT
                    NOT AT END
                        IF ARIX-KNAME NOT = KEY-NAME
                        OR ARIX-KVAL NOT = KEY-WANT
                        OR ARIX-QUE NOT = ARCHQ-BARE
                        OR ARIX-DATE NOT = DAY-DATE
                            MOVE "10" TO ARIX-FILE-STAT
                        ELSE
                            IF POS-CNT >= 10000
                                MOVE SPACE TO IX-DAY-SW
                                MOVE "10" TO ARIX-FILE-STAT
                            ELSE
                                ADD 1 TO POS-CNT
                                MOVE ARIX-POS TO POS-LINE(POS-CNT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

        5100-EXIT.
            CONTINUE.

      * 索引日只處理命中行，最後一個命中行後即停讀
        5150-POSREC.
            IF POS-IDX <= POS-CNT
            AND LINE-NO = POS-LINE(POS-IDX)
                PERFORM 5500-SCANREC THRU 5500-EXIT
                ADD 1 TO POS-IDX
                IF POS-IDX > POS-CNT
                    MOVE "10" TO ARCH-FILE-STAT
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 解析一筆歸檔紀錄：
      * POSIX : HHMMSSxx PRIOR=nnnnnnnnnn [body]
                GO TO 5500-EXIT
            END-IF.

      * -key：鍵值須相符；索引所指行不符即為索引過期
            IF KEY-ON
                PERFORM 5600-KEYCHK
                IF NOT KEY-HIT
                    IF IX-DAY
                        COMPUTE STALE-CNT = STALE-CNT + 1
                    END-IF
                    GO TO 5500-EXIT
                END-IF
            END-IF.

            IF FIND-LEN > 0
                MOVE 0 TO MATCH-CNT
                IF FIND-LEN <= BODY-LEN

            COMPUTE HIT-CNT = HIT-CNT + 1.

      * 報表/擷取前遮罩內容(-nomask 獲准時 1870-MASKAPPLY 不動)
            IF BODY-LEN > 0
                MOVE ARCH-REC(BODY-POS:BODY-LEN) TO MASK-BUF
                MOVE BODY-LEN TO MASK-LEN
                MOVE ARCHQ-QUE TO MASK-QUE-KEY
                PERFORM 1870-MASKAPPLY
                MOVE MASK-BUF(1:BODY-LEN)
                    TO ARCH-REC(BODY-POS:BODY-LEN)
            END-IF.

            MOVE SPACES TO RPT-REC.
            STRING DAY-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
        5500-EXIT.
            CONTINUE.

      * 依本 QUE 的鍵規則取值比對 KEY-WANT
        5600-KEYCHK.
            MOVE SPACE TO KEY-HIT-SW.
            PERFORM VARYING KR-IDX FROM 1 BY 1
                    UNTIL KR-IDX > KR-CNT OR KEY-HIT
                MOVE KR-RULE(KR-IDX) TO FMT-RULE-IDX
                MOVE SPACES TO KEY-VAL
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
                END-IF
                IF KEY-VAL NOT = SPACES AND KEY-VAL = KEY-WANT
                    MOVE "Y" TO KEY-HIT-SW
                END-IF
            END-PERFORM.

      *-----------------------------------------------------------
      * -key 準備：鍵值正規化(同 MWARCHIDX)、取本 QUE 該鍵名的
      * MWFMTS 規則、開索引檔(開不了即全部整檔掃描)
      *-----------------------------------------------------------
        4000-KEYSETUP.
            MOVE FUNCTION UPPER-CASE(KEY-NAME) TO KEY-NAME.
            IF KEY-NAME = SPACES OR KEY-WANT = SPACES
                GO TO 3000-PERR
            END-IF.
            IF KEY-NAME = "SEQ"
                COMPUTE SEQ-NUM = FUNCTION NUMVAL(KEY-WANT)
                MOVE SEQ-NUM TO SEQ-DISP
                MOVE FUNCTION TRIM(SEQ-DISP) TO KEY-WANT
            ELSE
                MOVE FUNCTION TRIM(KEY-WANT) TO KEY-WANT
            END-IF.

      * 索引與歸檔檔名一律不帶開頭 /
            IF ARCHQ-QUE(1:1) = "/"
                MOVE ARCHQ-QUE(2:) TO ARCHQ-BARE
            ELSE
                MOVE ARCHQ-QUE TO ARCHQ-BARE
            END-IF.

            PERFORM 1740-FMTLOAD THRU 1740-EXIT.
            MOVE 0 TO KR-CNT.
            PERFORM VARYING FMT-RULE-IDX FROM 1 BY 1
                    UNTIL FMT-RULE-IDX > FMT-RULE-CNT
                IF (FM-KIND(FMT-RULE-IDX) = "KEY"
                    OR FM-KIND(FMT-RULE-IDX) = "SEQKEY")
                AND FM-LIST(FMT-RULE-IDX)(1:8) = KEY-NAME
                    IF FM-QUE(FMT-RULE-IDX)(1:1) = "/"
                        MOVE FM-QUE(FMT-RULE-IDX)(2:) TO BARE-OUT
                    ELSE
                        MOVE FM-QUE(FMT-RULE-IDX) TO BARE-OUT
                    END-IF
                    IF (BARE-OUT = ARCHQ-BARE
                        OR FM-QUE(FMT-RULE-IDX)(1:1) = "*")
                    AND KR-CNT < 20
                        ADD 1 TO KR-CNT
                        MOVE FMT-RULE-IDX TO KR-RULE(KR-CNT)
                    END-IF
                END-IF
            END-PERFORM.
            IF KR-CNT = 0
                DISPLAY "NO MWFMTS KEY RULE " FUNCTION TRIM(KEY-NAME)
                        " FOR " FUNCTION TRIM(ARCHQ-QUE)
                MOVE MWRC-PARM TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            MOVE SPACES TO ARIX-FILE-STAT.
            OPEN INPUT ARCH-IX-FILE.
            IF ARIX-FILE-STAT = "00"
                MOVE "Y" TO IX-OPEN-SW
            ELSE
                DISPLAY "ARCHIVE INDEX NOT AVAILABLE (STATUS "
                        ARIX-FILE-STAT "), FULL SCAN"
            END-IF.

        4000-EXIT.
            CONTINUE.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:120).

        COPY "SEALPD.DEF".
        COPY "CRYPTPD.DEF".
        COPY "FMTPD.DEF".

      *-----------------------------------------------------------
      * -nomask 授權：角色權限矩陣(MWROLES)須有 NOMASK 權限；無
      * 矩陣檔時須列於 AUTHOPS 清單(同 MWSAVE 1840-NOMASKCHK)
      *-----------------------------------------------------------
        1840-NOMASKCHK.
            MOVE SPACE TO NM-OK-SW.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT NM-OPER FROM ENVIRONMENT-VALUE.

      * 有角色權限矩陣(MWROLES)以矩陣為准，無矩陣檔才沿用 AUTHOPS
            MOVE NM-OPER TO ROLE-OPER.
            MOVE "MWARCHQ" TO ROLE-PGM.
            PERFORM 1890-ROLECHK THRU 1890-EXIT.
            IF ROLE-MATRIX
                IF ROLE-OK
                    MOVE "Y" TO NM-OK-SW
                END-IF
            ELSE
                OPEN INPUT AUTHOPS-FILE
                IF AUTHOPS-FILE-STAT = "00"
                    PERFORM TEST BEFORE UNTIL AUTHOPS-EOF
                        READ AUTHOPS-FILE
                            AT END
                                MOVE "10" TO AUTHOPS-FILE-STAT
                            NOT AT END
                                IF AUTHOPS-REC NOT = SPACES
                                AND AUTHOPS-REC(1:1) NOT = "*"
                                AND FUNCTION TRIM(AUTHOPS-REC)
                                    = FUNCTION TRIM(NM-OPER)
                                    MOVE "Y" TO NM-OK-SW
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE AUTHOPS-FILE
                END-IF
            END-IF.

        COPY "MASKPD.DEF".
        COPY "ROLEPD.DEF".
        COPY "VIEWPD.DEF".

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
            MOVE "MWARCHQ" TO AUDIT-PGM.

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

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.

      * PARSING COMMAND-LINE 內容
      * 必要參數 : -from yyyymmdd 及 que_name (必須為最後一個)
      * 選擇性參數 : -to yyyymmdd , -find text , -d arch_dir ,
      *              -o report_file , -x extract_file ,
      *              -key name=value , -nomask
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                WHEN "-d"    MOVE PARAM TO PARAM-PREV
                WHEN "-o"    MOVE PARAM TO PARAM-PREV
                WHEN "-x"    MOVE PARAM TO PARAM-PREV
                WHEN "-key"  MOVE PARAM TO PARAM-PREV
                WHEN "-nomask" MOVE "Y" TO NOMASK-REQ-SW
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-from"
                        WHEN "-x"
                            MOVE "Y" TO EXT-SW
                            MOVE PARAM TO EXT-FILE-NAME
                        WHEN "-key"
                            MOVE "Y" TO KEY-SW
                            UNSTRING PARAM DELIMITED BY "="
                                INTO KEY-NAME, KEY-WANT
                            END-UNSTRING
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
            DISPLAY "  -from yyyymmdd     Range Start".
            DISPLAY "  [-to yyyymmdd]     Range End, default today".
            DISPLAY "  [-find text]       Body Must Contain text".
            DISPLAY "  [-key name=value]  Business Key(MWFMTS KEY/".
            DISPLAY "                     SEQKEY), Via MWARCHIX Index".
            DISPLAY "  [-d arch_dir]      Archive Dir(Default ARCHIVE,".
            DISPLAY "                     env MWSINKDIR)".
            DISPLAY "  [-o report_file]   Report(Default MWARCHQOUT)".
            DISPLAY "  [-x extract_file]  Extract In MWSPOOL Format".
            DISPLAY "                     (TYPE|QUE_NAME|PRIOR|BODY)".
            DISPLAY "  [-nomask]          Unmasked Bodies(NOMASK".
            DISPLAY "                     Role/AUTHOPS Only)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
