      *    (寫入端採同一規則)
      * 3. 鏈結完整回 MWRC-OK；斷鏈回 MWRC-WARN，排入 MWCHECK
      *    每日檢查即有人看
      * 4. 日誌每月由 MWLOGROT 封段(<檔名>.YYYYMM，索引
      *    <檔名>.SEG)：預設只驗現行日誌，首筆前鏈值取索引最後
      *    一段段末值(跨段接續)；-all 依索引逐段接續驗鏈後再驗
      *    現行日誌，並比對索引記載的段首前鏈值/段末鏈結值/筆數
      *    (段尾被截斷、段檔遺失或索引遭改皆列斷鏈)
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-09-02 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     配合 MWLOGROT 月封段：現行日誌自索引段末值接鏈；加
      *     -all 逐段接續驗鏈並比對索引
      *
      */
        IDENTIFICATION DIVISION.
            SELECT VERIFY-LOG-FILE ASSIGN TO LOG-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LOG-FILE-STAT.
            COPY "SEGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  VERIFY-LOG-FILE.
        01  LOG-REC             PIC X(300).
        COPY "SEGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "SEGWS.DEF".

        77  LOG-FILE-STAT       PIC XX.
            88 LOG-EOF          VALUE "10".
            88 PARAM-END        VALUE 'Y'.
        77  QUIET-SW            PIC X VALUE SPACE.
            88 QUIET-ON         VALUE 'Y'.
        77  ALL-SW              PIC X VALUE SPACE.
            88 ALL-ON           VALUE 'Y'.

        01  VER-TYPE            PIC X(10) VALUE "audit".
        77  CHAIN-COL           SIGNED-INT VALUE 163.
        77  STORED-VAL          SIGNED-LONG VALUE 0.
        77  RUN-PREV            SIGNED-LONG VALUE 0.
        77  CNT-DISP            PIC -(12)9.
        77  CNT-DISP2           PIC -(12)9.
      * 逐段驗證
        77  SEG-DONE            SIGNED-INT VALUE 0.
        77  FILE-RECS           SIGNED-LONG VALUE 0.
        01  BREAK-FILE          PIC X(256) VALUE SPACES.
        77  BREAK-WHY           PIC X(40) VALUE SPACES.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
                END-IF
            END-IF.

      * 月段索引：現行日誌首筆前鏈值 = 最後一段段末值
            IF CHAIN-COL = 237
                MOVE "I" TO SEGL-LOG
            ELSE
                MOVE "A" TO SEGL-LOG
            END-IF.
            PERFORM 1660-SEGLIST THRU 1660-EXIT.
            MOVE SEGL-CARRY TO RUN-PREV.

            IF ALL-ON
                MOVE 0 TO RUN-PREV
                PERFORM 4500-SEGVER THRU 4500-EXIT
                        VARYING SEGL-IDX FROM 1 BY 1
                        UNTIL SEGL-IDX > SEGL-CNT OR BREAK-AT > 0
            END-IF.

            IF BREAK-AT = 0
                MOVE SEGL-BASE TO LOG-FILE-NAME
                OPEN INPUT VERIFY-LOG-FILE
                IF LOG-FILE-STAT = "00"
                    PERFORM 4000-VERFILE
                ELSE
      * 剛封段尚無新紀錄時現行日誌可不存在
                    IF SEGL-TOTAL = 0
                        DISPLAY "LOG NOT FOUND : " LOG-FILE-NAME(1:50)
                        MOVE MWRC-WARN TO RETURN-CODE
                        GO TO 0000-EXIT
                    END-IF
                END-IF
            END-IF.

            DISPLAY "-----------------------------------------------".
            DISPLAY "LOG       : " LOG-FILE-NAME(1:50).
            IF SEGL-TOTAL > 0
                MOVE SEG-DONE TO CNT-DISP
                MOVE SEGL-TOTAL TO CNT-DISP2
                DISPLAY "SEGMENTS  : " CNT-DISP " VERIFIED OF "
                        CNT-DISP2 " IN INDEX"
            END-IF.
            MOVE REC-NO TO CNT-DISP.
            DISPLAY "RECORDS   : " CNT-DISP.
            MOVE CHAINED-CNT TO CNT-DISP.

            IF BREAK-AT > 0
                MOVE BREAK-AT TO CNT-DISP
                IF BREAK-WHY NOT = SPACES
                    DISPLAY "*** " FUNCTION TRIM(BREAK-WHY) " : "
                            FUNCTION TRIM(BREAK-FILE) " ***"
                ELSE
                    DISPLAY "*** CHAIN BROKEN AT RECORD " CNT-DISP
                            " OF " FUNCTION TRIM(BREAK-FILE)
                    DISPLAY "    - LOG TRUNCATED OR EDITED ***"
                END-IF
                MOVE MWRC-WARN TO RETURN-CODE
            ELSE
                DISPLAY "CHAIN VERIFIED INTACT"
            END-IF.
            STOP RUN.

      *-----------------------------------------------------------
      * 逐筆驗證一個已開啟的檔(月段或現行日誌)；斷點筆數以檔內
      * 序號計
      *-----------------------------------------------------------
        4000-VERFILE.
            MOVE 0 TO FILE-RECS.
            MOVE LOG-FILE-NAME TO BREAK-FILE.
            MOVE SPACES TO LOG-FILE-STAT.
            PERFORM TEST BEFORE UNTIL LOG-EOF OR BREAK-AT > 0
                READ VERIFY-LOG-FILE
                    AT END
                        MOVE "10" TO LOG-FILE-STAT
                    NOT AT END
                        PERFORM 5000-VERONE THRU 5000-EXIT
                END-READ
            END-PERFORM.
            CLOSE VERIFY-LOG-FILE.

      *-----------------------------------------------------------
      * 驗證一個月段：段首前鏈值、段內逐筆、段末鏈結值與筆數
      * 皆須與索引一致
      *-----------------------------------------------------------
        4500-SEGVER.
            MOVE SEGL-NAME(SEGL-IDX) TO LOG-FILE-NAME.
            MOVE LOG-FILE-NAME TO BREAK-FILE.

            IF SEGL-PREV(SEGL-IDX) NOT = RUN-PREV
                MOVE "SEGMENT START LINK DIFFERS FROM INDEX"
                    TO BREAK-WHY
                MOVE 1 TO BREAK-AT
                GO TO 4500-EXIT
            END-IF.

            OPEN INPUT VERIFY-LOG-FILE.
            IF LOG-FILE-STAT NOT = "00"
                MOVE "SEGMENT FILE MISSING" TO BREAK-WHY
                MOVE 1 TO BREAK-AT
                GO TO 4500-EXIT
            END-IF.

            PERFORM 4000-VERFILE.
            IF BREAK-AT > 0
                GO TO 4500-EXIT
            END-IF.

            IF RUN-PREV NOT = SEGL-LAST(SEGL-IDX)
            OR FILE-RECS NOT = SEGL-RECS(SEGL-IDX)
                MOVE "SEGMENT TAIL DIFFERS FROM INDEX" TO BREAK-WHY
                MOVE FILE-RECS TO BREAK-AT
                GO TO 4500-EXIT
            END-IF.

            ADD 1 TO SEG-DONE.

        4500-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 驗證一筆：重算鏈值與存檔值比對
      *-----------------------------------------------------------
            END-IF.

            COMPUTE REC-NO = REC-NO + 1.
            COMPUTE FILE-RECS = FILE-RECS + 1.

      * 加鏈前舊紀錄：鏈結欄非數字，自下一筆起重新起鏈
            IF LOG-REC(CHAIN-COL:9) IS NOT NUMERIC
                COMPUTE CHAINED-CNT = CHAINED-CNT + 1
                MOVE STORED-VAL TO RUN-PREV
            ELSE
                MOVE FILE-RECS TO BREAK-AT
            END-IF.

        5000-EXIT.
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 選擇性參數 : -t audit|incident , -all
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                                WHEN "-t"
                                    MOVE PARAM TO VER-TYPE
                                WHEN SPACES
                                    IF PARAM NOT = SPACES
                                        PERFORM 2500-SETPARAM
                                    END-IF
                                WHEN OTHER
                                    GO TO 3000-PERR
                            END-EVALUATE
            EVALUATE PARAM
                WHEN "-q"   MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-all" MOVE "Y" TO ALL-SW
                WHEN "-t"   MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
            DISPLAY "options:".
            DISPLAY "  [-t audit|incident] Log To Verify,".
            DISPLAY "                      default audit".
            DISPLAY "  [-all]              Verify All Rotated Segments".
            DISPLAY "                      (<log>.SEG) Then Live Log".
            DISPLAY "  [-q|--batch]        Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        COPY "SEGPD.DEF".

        END PROGRAM MWAUDVER.
