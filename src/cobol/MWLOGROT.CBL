      */--------------------------------------------------------------
      * MWLOGROT.CBL
      * 操作軌跡/事故日誌月封段(鏈結值跨段接續)
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. AUDITLOG/INCIDENTLOG 只增不減，各報表每次整檔讀取越跑
      *    越慢；本程式每月初執行，將現行日誌整檔封為月段
      *    <日誌檔名>.YYYYMM(預設上個月，-m 指定)，之後各程式
      *    照舊附加即自動建立新日誌
      * 2. 鏈結鎖(CALL "MWCHAIN" kind "R")只持有於 mv 換名期間：
      *    各程式先 OPEN EXTEND 後才取鎖，mv 前已開檔者仍會寫入
      *    換名後的段檔；故 mv 後再取一次鎖(等這些寫入端寫完)，
      *    之後才依段檔實際內容統計筆數與段末鏈結值，整月掃描
      *    不佔鎖(MWCHAIN 等鎖逾時會強制接手)。鏈結側車檔(.CHN)
      *    照留，新日誌首筆即鏈自本段段末值，MWAUDVER 可跨段接續
      *    驗鏈；段末值與新日誌首筆(或側車檔)接不上時顯示警告
      * 3. 段界記錄於月段索引 <日誌檔名>.SEG(SEGFD.DEF 格式)：
      *    起訖日期、筆數、段首前鏈值、段末鏈結值；MWAUDVER 及
      *    各報表依此選段
      * 4. -t audit|incident|all(預設 all)；同月已封段者不重封
      *    (RETURN-CODE = 3)；現行日誌無紀錄即不動作；-dry 只顯示
      *    將封段的內容
      * 5. 每封一段記 AUDITLOG(LOGROT，QUE 欄存段檔名，筆數為段內
      *    紀錄數)
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     鏈結鎖只持有於 mv 換名期間，換名後再取鎖等已開檔寫入端寫完，
      *     段筆數/段末鏈結值改依段檔實際內容統計，並以新日誌首筆查核
      *     段末鏈結接續；整月掃描不再佔鎖
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWLOGROT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * 待封段的現行日誌(檔名依環境變數覆蓋慣例解析)
            SELECT ROT-LOG-FILE ASSIGN TO ROT-IO-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ROT-FILE-STAT.
            COPY "SEGSL.DEF".
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  ROT-LOG-FILE.
        01  ROT-REC                 PIC X(300).
        COPY "SEGFD.DEF".
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "SEGWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
      * 1950-AUDLOG 清紀錄前先留存呼叫端設好的動作/QUE/筆數
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.
        77  ROT-FILE-STAT       PIC XX.
            88 ROT-EOF          VALUE "10".
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
        77  DRY-SW              PIC X VALUE SPACE.
            88 DRY-ON           VALUE 'Y'.

        01  ROT-TYPE            PIC X(10) VALUE "all".
        77  ROT-MONTH           PIC X(6) VALUE SPACES.
        77  ROT-LOG             PIC X VALUE SPACE.
        01  ROT-IO-NAME         PIC X(256) VALUE SPACES.
        01  ROT-SEG-NAME        PIC X(256) VALUE SPACES.
        77  CMD-LINE            PIC X(600) VALUE SPACES.
        77  CMD-RC              SIGNED-INT VALUE 0.
        77  CHAIN-COL           SIGNED-INT VALUE 163.
        77  DONE-SW             PIC X VALUE SPACE.
            88 ALREADY-DONE     VALUE 'Y'.

      * 本段統計
        77  ROT-RECS            SIGNED-LONG VALUE 0.
        77  ROT-FIRST           PIC X(8) VALUE SPACES.
        77  ROT-LAST            PIC X(8) VALUE SPACES.
        77  ROT-TAIL            SIGNED-LONG VALUE 0.
        77  ROT-CARRY           SIGNED-LONG VALUE 0.
        77  ROT-HEAD-VAL        SIGNED-LONG VALUE 0.
      * 換名後新日誌的首筆(段末鏈結接續查核用)
        01  NEW-HEAD            PIC X(300) VALUE SPACES.
        77  NEW-HEAD-SW         PIC X VALUE SPACE.
            88 NEW-HEAD-OK      VALUE 'Y'.
        77  ROT-CNT             SIGNED-INT VALUE 0.
        77  WARN-CNT            SIGNED-INT VALUE 0.

        77  TODAY-DATE          PIC X(8).
        77  TODAY-YY            PIC 9(4).
        77  TODAY-MM            PIC 9(2).
        77  CNT-DISP            PIC -(9)9.
        77  CHAIN-DISP          PIC 9(9).

        01  MSG-QUE.
            05  QUE-NAME        PIC X(IPC-NAME-LEN)
                                VALUE SPACES.
            05  FILLER          PIC X.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

      * 預設封上個月
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            IF ROT-MONTH = SPACES
                MOVE TODAY-DATE(1:4) TO TODAY-YY
                MOVE TODAY-DATE(5:2) TO TODAY-MM
                IF TODAY-MM = 1
                    COMPUTE TODAY-YY = TODAY-YY - 1
                    MOVE 12 TO TODAY-MM
                ELSE
                    COMPUTE TODAY-MM = TODAY-MM - 1
                END-IF
                MOVE TODAY-YY TO ROT-MONTH(1:4)
                MOVE TODAY-MM TO ROT-MONTH(5:2)
            END-IF.
            IF ROT-MONTH IS NOT NUMERIC
            OR ROT-MONTH(5:2) < "01" OR ROT-MONTH(5:2) > "12"
                GO TO 3000-PERR
            END-IF.

            EVALUATE ROT-TYPE(1:1)
                WHEN "a"
                WHEN "A"
                    IF ROT-TYPE(1:2) = "al" OR ROT-TYPE(1:2) = "AL"
                        MOVE "A" TO ROT-LOG
                        PERFORM 5000-ROTATE THRU 5000-EXIT
                        MOVE "I" TO ROT-LOG
                        PERFORM 5000-ROTATE THRU 5000-EXIT
                    ELSE
                        MOVE "A" TO ROT-LOG
                        PERFORM 5000-ROTATE THRU 5000-EXIT
                    END-IF
                WHEN "i"
                WHEN "I"
                    MOVE "I" TO ROT-LOG
                    PERFORM 5000-ROTATE THRU 5000-EXIT
                WHEN OTHER
                    GO TO 3000-PERR
            END-EVALUATE.

            DISPLAY "-----------------------------------------------".
            MOVE ROT-CNT TO CNT-DISP.
            DISPLAY "SEGMENTS CLOSED : " CNT-DISP.
            IF WARN-CNT > 0
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
      * 封一份日誌：取鏈結鎖 -> 掃描起訖 -> mv 為月段 -> 附加
      * 索引 -> 釋放鎖；側車檔照留即為新日誌首筆的前鏈值
      *-----------------------------------------------------------
        5000-ROTATE.
            MOVE ROT-LOG TO SEGL-LOG.
            MOVE SPACES TO SEGL-FROM.
            MOVE SPACES TO SEGL-TO.
            PERFORM 1660-SEGLIST THRU 1660-EXIT.
            MOVE SEGL-BASE TO ROT-IO-NAME.
            IF ROT-LOG = "I"
                MOVE 237 TO CHAIN-COL
            ELSE
                MOVE 163 TO CHAIN-COL
            END-IF.

            MOVE SPACES TO ROT-SEG-NAME.
            STRING FUNCTION TRIM(SEGL-BASE) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   ROT-MONTH DELIMITED BY SIZE
                INTO ROT-SEG-NAME.
            DISPLAY "LOG     : " FUNCTION TRIM(SEGL-BASE).

      * 同月已封段(索引有紀錄或段檔已在)不重封
            MOVE SPACE TO DONE-SW.
            PERFORM VARYING SEGL-IDX FROM 1 BY 1
                    UNTIL SEGL-IDX > SEGL-CNT
                IF SEGL-MONTH(SEGL-IDX) = ROT-MONTH
                    MOVE "Y" TO DONE-SW
                END-IF
            END-PERFORM.
            IF NOT ALREADY-DONE
                MOVE SPACES TO CMD-LINE
                STRING "test -e " DELIMITED BY SIZE
                       FUNCTION TRIM(ROT-SEG-NAME) DELIMITED BY SIZE
                    INTO CMD-LINE
                CALL "SYSTEM" USING CMD-LINE
                IF RETURN-CODE = 0
                    MOVE "Y" TO DONE-SW
                END-IF
            END-IF.
            IF ALREADY-DONE
                DISPLAY "  MONTH " ROT-MONTH " ALREADY ROTATED, "
                        "SKIPPED"
                ADD 1 TO WARN-CNT
                GO TO 5000-EXIT
            END-IF.

      * 現行日誌無內容即不動作
            MOVE SPACES TO CMD-LINE.
            STRING "test -s " DELIMITED BY SIZE
                   FUNCTION TRIM(SEGL-BASE) DELIMITED BY SIZE
                INTO CMD-LINE.
            CALL "SYSTEM" USING CMD-LINE.
            IF RETURN-CODE NOT = 0
                DISPLAY "  NO RECORDS, NOTHING TO ROTATE"
                GO TO 5000-EXIT
            END-IF.

      * -dry 只掃描現行日誌顯示將封段的內容，不取鎖
            IF DRY-ON
                MOVE SEGL-BASE TO ROT-IO-NAME
                PERFORM 5100-SCAN THRU 5100-EXIT
                MOVE ROT-RECS TO CNT-DISP
                DISPLAY "  SEGMENT " FUNCTION TRIM(ROT-SEG-NAME)
                        " " ROT-FIRST " - " ROT-LAST
                        " RECORDS " CNT-DISP
                DISPLAY "  (DRY RUN, NOTHING CHANGED)"
                GO TO 5000-EXIT
            END-IF.

      * 取鏈結鎖，只持有於 mv 換名期間
            MOVE "R" TO CHAIN-KIND.
            MOVE SPACES TO CHAIN-BUF.
            MOVE ROT-LOG TO CHAIN-BUF(1:1).
            MOVE 0 TO CHAIN-BLEN.
            CALL "MWCHAIN" USING CHAIN-KIND, CHAIN-PREV,
                                 CHAIN-BUF, CHAIN-BLEN,
                                 CHAIN-NEXT.

            MOVE SPACES TO CMD-LINE.
            STRING "mv -f " DELIMITED BY SIZE
                   FUNCTION TRIM(SEGL-BASE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ROT-SEG-NAME) DELIMITED BY SIZE
                INTO CMD-LINE.
            CALL "SYSTEM" USING CMD-LINE.
            MOVE RETURN-CODE TO CMD-RC.
            PERFORM 5900-UNLOCK.
            IF CMD-RC NOT = 0
                DISPLAY "CANNOT MOVE LOG TO "
                        FUNCTION TRIM(ROT-SEG-NAME)
                MOVE -1 TO RET-CODE
                MOVE MWRC-FILE TO EXIT-CLASS
                GO TO 1000-ERR
            END-IF.

      * 再取一次鎖：mv 前已開檔等鎖的寫入端至此皆已寫完；順便取
      * 側車檔現值與新日誌首筆，供段末鏈結接續查核
            MOVE "R" TO CHAIN-KIND.
            MOVE SPACES TO CHAIN-BUF.
            MOVE ROT-LOG TO CHAIN-BUF(1:1).
            MOVE 0 TO CHAIN-BLEN.
            CALL "MWCHAIN" USING CHAIN-KIND, CHAIN-PREV,
                                 CHAIN-BUF, CHAIN-BLEN,
                                 CHAIN-NEXT.
            MOVE CHAIN-NEXT TO ROT-CARRY.
            MOVE SEGL-BASE TO ROT-IO-NAME.
            PERFORM 5200-NEWHEAD THRU 5200-EXIT.
            PERFORM 5900-UNLOCK.

      * 段檔已不再變動，依實際內容統計
            MOVE ROT-SEG-NAME TO ROT-IO-NAME.
            PERFORM 5100-SCAN THRU 5100-EXIT.

            MOVE ROT-RECS TO CNT-DISP.
            DISPLAY "  SEGMENT " FUNCTION TRIM(ROT-SEG-NAME)
                    " " ROT-FIRST " - " ROT-LAST " RECORDS " CNT-DISP.
            PERFORM 5300-TAILCHK.

      * 段界附加至索引(首段前鏈值 0，其後為上一段段末值)
            MOVE SPACES TO SEG-REC.
            MOVE ROT-MONTH TO SEG-MONTH.
            MOVE ROT-FIRST TO SEG-FROM.
            MOVE ROT-LAST TO SEG-TO.
            MOVE ROT-RECS TO SEG-RECS.
            MOVE SEGL-CARRY TO SEG-PREV.
            MOVE ROT-TAIL TO SEG-LAST.
            MOVE TODAY-DATE TO SEG-ROT-DATE.
            ACCEPT SEG-ROT-TIME FROM TIME.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT SEG-ROT-OPER FROM ENVIRONMENT-VALUE.
            MOVE ROT-SEG-NAME TO SEG-NAME.

            OPEN EXTEND LOG-SEG-FILE.
            IF SEG-FILE-STAT = "35"
                OPEN OUTPUT LOG-SEG-FILE
            END-IF.
            IF SEG-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN SEGMENT INDEX "
                        FUNCTION TRIM(SEG-IO-NAME) ", STATUS "
                        SEG-FILE-STAT
                MOVE -1 TO RET-CODE
                MOVE MWRC-FILE TO EXIT-CLASS
                GO TO 1000-ERR
            END-IF.
            WRITE SEG-REC.
            CLOSE LOG-SEG-FILE.

            ADD 1 TO ROT-CNT.

            MOVE "LOGROT" TO AUDIT-ACTION.
            MOVE ROT-SEG-NAME TO AUDIT-QUE.
            MOVE ROT-RECS TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.

        5000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 掃描 ROT-IO-NAME 所指日誌：筆數、首末筆日期、末筆鏈結值
      *-----------------------------------------------------------
        5100-SCAN.
            MOVE 0 TO ROT-RECS.
            MOVE 0 TO ROT-TAIL.
            MOVE SPACES TO ROT-FIRST.
            MOVE SPACES TO ROT-LAST.

            OPEN INPUT ROT-LOG-FILE.
            IF ROT-FILE-STAT NOT = "00"
                GO TO 5100-EXIT
            END-IF.

            MOVE SPACES TO ROT-FILE-STAT.
            PERFORM TEST BEFORE UNTIL ROT-EOF
                READ ROT-LOG-FILE
                    AT END
                        MOVE "10" TO ROT-FILE-STAT
                    NOT AT END
                        IF ROT-REC NOT = SPACES
                            ADD 1 TO ROT-RECS
                            IF ROT-FIRST = SPACES
                                MOVE ROT-REC(1:8) TO ROT-FIRST
                            END-IF
                            MOVE ROT-REC(1:8) TO ROT-LAST
                            IF ROT-REC(CHAIN-COL:9) IS NUMERIC
                                COMPUTE ROT-TAIL =
                                        FUNCTION NUMVAL(
                                        ROT-REC(CHAIN-COL:9))
                            ELSE
                                MOVE 0 TO ROT-TAIL
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ROT-LOG-FILE.

        5100-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 新日誌(換名後新建)首筆非空白紀錄，無檔或無紀錄即
      * NEW-HEAD-SW 空白
      *-----------------------------------------------------------
        5200-NEWHEAD.
            MOVE SPACE TO NEW-HEAD-SW.
            MOVE SPACES TO NEW-HEAD.

            OPEN INPUT ROT-LOG-FILE.
            IF ROT-FILE-STAT NOT = "00"
                GO TO 5200-EXIT
            END-IF.

            MOVE SPACES TO ROT-FILE-STAT.
            PERFORM TEST BEFORE UNTIL ROT-EOF OR NEW-HEAD-OK
                READ ROT-LOG-FILE
                    AT END
                        MOVE "10" TO ROT-FILE-STAT
                    NOT AT END
                        IF ROT-REC NOT = SPACES
                            MOVE ROT-REC TO NEW-HEAD
                            MOVE "Y" TO NEW-HEAD-SW
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ROT-LOG-FILE.

        5200-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 段末鏈結接續查核：新日誌已有紀錄者以段末值重算其首筆鏈
      * 值比對，尚無紀錄者段末值須等於側車檔現值
      *-----------------------------------------------------------
        5300-TAILCHK.
            IF NEW-HEAD-OK
                IF NEW-HEAD(CHAIN-COL:9) IS NUMERIC
                    MOVE "C" TO CHAIN-KIND
                    MOVE ROT-TAIL TO CHAIN-PREV
                    MOVE SPACES TO CHAIN-BUF
                    COMPUTE CHAIN-BLEN = CHAIN-COL - 1
                    MOVE NEW-HEAD(1:CHAIN-BLEN) TO CHAIN-BUF
                    CALL "MWCHAIN" USING CHAIN-KIND, CHAIN-PREV,
                                         CHAIN-BUF, CHAIN-BLEN,
                                         CHAIN-NEXT
                    COMPUTE ROT-HEAD-VAL =
                            FUNCTION NUMVAL(NEW-HEAD(CHAIN-COL:9))
                    IF CHAIN-NEXT NOT = ROT-HEAD-VAL
                        DISPLAY "  WARNING: NEW LOG FIRST RECORD DOES "
                                "NOT CHAIN FROM SEGMENT END"
                        DISPLAY "           RUN MWAUDVER BEFORE "
                                "RELYING ON THIS SEGMENT"
                    END-IF
                END-IF
            ELSE
                IF ROT-TAIL NOT = ROT-CARRY
                    MOVE ROT-CARRY TO CHAIN-DISP
                    DISPLAY "  WARNING: LAST RECORD LINK DIFFERS FROM "
                            "CHAIN SIDE FILE " CHAIN-DISP
                    DISPLAY "           RUN MWAUDVER BEFORE RELYING ON "
                            "THIS SEGMENT"
                END-IF
            END-IF.

      * 釋放鏈結鎖
        5900-UNLOCK.
            MOVE "E" TO CHAIN-KIND.
            CALL "MWCHAIN" USING CHAIN-KIND, CHAIN-PREV,
                                 CHAIN-BUF, CHAIN-BLEN,
                                 CHAIN-NEXT.

        COPY "SEGPD.DEF".

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
            MOVE "MWLOGROT"      TO INCLOG-PGM.
            MOVE RET-CODE        TO INCLOG-CODE.
            MOVE ERR-TXT(1:ERR-LEN) TO INCLOG-MSG.
            MOVE QUE-NAME TO INCLOG-QUE.
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
            MOVE "MWLOGROT" TO AUDIT-PGM.

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

        2000-PARAM.

            ACCEPT PARAM-LIST FROM COMMAND-LINE.
            MOVE 1 TO STRING-PTR.
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 選擇性參數 : -t audit|incident|all , -m yyyymm , -dry
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

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"   MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-dry" MOVE "Y" TO DRY-SW
                WHEN "-t"    MOVE PARAM TO PARAM-PREV
                WHEN "-m"    MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-t"
                            MOVE PARAM TO ROT-TYPE
                        WHEN "-m"
                            MOVE PARAM TO ROT-MONTH
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
                    MOVE SPACES TO PARAM-PREV
            END-EVALUATE.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWLOGROT - Monthly Audit/Incident Log Rotation".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWLOGROT [options]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-t audit|incident|all] Log To Rotate,".
            DISPLAY "                      default all".
            DISPLAY "  [-m yyyymm]         Segment Month, default".
            DISPLAY "                      previous month".
            DISPLAY "  [-dry]              Show Only, Change Nothing".
            DISPLAY "  [-q|--batch]        Suppress ENTER Prompt".
            DISPLAY " ".
            DISPLAY "  Segment : <log>.yyyymm, index <log>.SEG".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWLOGROT.
