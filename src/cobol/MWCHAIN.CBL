      *      kind "I" = 取 INCIDENTLOG 鎖與前鏈值後計算(同上)
      *      kind "C" = 純計算(prev 由呼叫端提供，MWAUDVER 用)
      *      kind "E" = 呼叫端附加寫入完成後釋放鎖
      *      kind "R" = 封段用(MWLOGROT)：buf 首字 A/I 選日誌，取
      *                 鎖與前鏈值回 next 並落側車檔，不計算；
      *                 鎖續持有至 "E"
      *    "A"/"I" 取得的鎖必須跨越呼叫端的 WRITE/CLOSE 持有，
      *    否則兩個程序同時附加會鏈到同一個前值，MWAUDVER 會在
      *    未竄改的日誌上誤報斷鏈
      *    重新起鏈，驗證端採同一規則
      * 5. 鏈結欄位置：AUDITLOG 第 163-171 欄(內容長 162)、
      *    INCIDENTLOG 第 237-245 欄(內容長 236)
      * 6. 日誌每月由 MWLOGROT 封段(<檔名>.YYYYMM，索引
      *    <檔名>.SEG)：側車檔照留，新日誌首筆即鏈自上段段末值；
      *    側車檔缺漏且現行日誌尚無鏈結紀錄時，前鏈值取索引最後
      *    一段段末值
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-09-02 ARIEN
      *     前鏈值改存側車檔並以鎖檔序列化「取前值+附加」全程，
      *     併行寫入不再鏈到同一前值；逐筆附加不再整檔掃描
      * 2026-10-15 ARIEN
      *     加 kind "R" 供 MWLOGROT 月封段；側車檔缺漏時前鏈值
      *     改取月段索引最後一段段末值(跨段接鏈)；讀寫側車檔段落
      *     改 PERFORM THRU，側車檔缺漏時首筆鏈值不再回 0
      *
      */
        IDENTIFICATION DIVISION.
            SELECT CHAIN-SIDE-FILE ASSIGN TO SIDE-IO-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SIDE-FILE-STAT.
            COPY "SEGSL.DEF".

        DATA DIVISION.
        FILE SECTION.

        FD  CHAIN-SIDE-FILE.
        01  SIDE-REC            PIC X(20).
        COPY "SEGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "SEGWS.DEF".

        77  LOG-FILE-STAT       PIC XX.
            88 LOG-EOF          VALUE "10".
        77  CK-IDX              SIGNED-INT VALUE 0.
        77  CK-VAL              SIGNED-LONG VALUE 0.
        77  CHAIN-DISP          PIC 9(9).
        77  LOG-SEL             PIC X VALUE SPACE.
        77  CHAINED-SW          PIC X VALUE SPACE.
            88 CHAINED-SEEN     VALUE 'Y'.

        LINKAGE SECTION.
        01  CHN-KIND            PIC X.

            EVALUATE CHN-KIND
                WHEN "A"
                    MOVE "A" TO LOG-SEL
                    MOVE 163 TO CHAIN-COL
                    PERFORM 4000-NAMEGET
                    PERFORM 4100-LOCKGET
                    PERFORM 4200-SIDEREAD THRU 4200-EXIT
                WHEN "I"
                    MOVE "I" TO LOG-SEL
                    MOVE 237 TO CHAIN-COL
                    PERFORM 4000-NAMEGET
                    PERFORM 4100-LOCKGET
                    PERFORM 4200-SIDEREAD THRU 4200-EXIT
                WHEN "R"
                    IF CHN-BUF(1:1) = "I"
                        MOVE "I" TO LOG-SEL
                        MOVE 237 TO CHAIN-COL
                    ELSE
                        MOVE "A" TO LOG-SEL
                        MOVE 163 TO CHAIN-COL
                    END-IF
                    PERFORM 4000-NAMEGET
                    PERFORM 4100-LOCKGET
                    PERFORM 4200-SIDEREAD THRU 4200-EXIT
                    MOVE LAST-CHAIN TO CK-VAL
                    MOVE CK-VAL TO CHN-NEXT
                    PERFORM 4300-SIDEWRITE THRU 4300-EXIT
                    GOBACK
                WHEN "E"
                    PERFORM 7000-LOCKFREE
                    GOBACK
            MOVE CK-VAL TO CHN-NEXT.

            IF CHN-KIND = "A" OR CHN-KIND = "I"
                PERFORM 4300-SIDEWRITE THRU 4300-EXIT
            END-IF.

            GOBACK.
      *-----------------------------------------------------------
        4000-NAMEGET.
            MOVE SPACES TO LOG-FILE-NAME.
            IF LOG-SEL = "A"
                DISPLAY "AUDITLOG" UPON ENVIRONMENT-NAME
                ACCEPT LOG-FILE-NAME FROM ENVIRONMENT-VALUE
                IF LOG-FILE-NAME = SPACES

            OPEN INPUT CHAIN-SIDE-FILE.
            IF SIDE-FILE-STAT NOT = "00"
                PERFORM 5000-LASTSEEK THRU 5000-EXIT
                GO TO 4200-EXIT
            END-IF.


      *-----------------------------------------------------------
      * 取檔尾前一筆鏈結值(側車檔缺漏時的遷移路徑)；檔不存在或
      * 鏈結欄非數字視為 0 起鏈；現行日誌尚無鏈結紀錄(剛封段)
      * 則接月段索引最後一段段末值
      *-----------------------------------------------------------
        5000-LASTSEEK.
            MOVE 0 TO LAST-CHAIN.
            MOVE SPACE TO CHAINED-SW.
            MOVE SPACES TO LOG-FILE-STAT.

            OPEN INPUT CHAIN-LOG-FILE.
            IF LOG-FILE-STAT NOT = "00"
                PERFORM 5100-SEGCARRY
                GO TO 5000-EXIT
            END-IF.

                    NOT AT END
                        IF LOG-REC NOT = SPACES
                            IF LOG-REC(CHAIN-COL:9) IS NUMERIC
                                MOVE "Y" TO CHAINED-SW
                                COMPUTE LAST-CHAIN =
                                        FUNCTION NUMVAL(
                                        LOG-REC(CHAIN-COL:9))
            END-PERFORM.

            CLOSE CHAIN-LOG-FILE.
            IF NOT CHAINED-SEEN
                PERFORM 5100-SEGCARRY
            END-IF.

        5000-EXIT.
            CONTINUE.

        5100-SEGCARRY.
            MOVE LOG-SEL TO SEGL-LOG.
            MOVE SPACES TO SEGL-FROM.
            MOVE SPACES TO SEGL-TO.
            PERFORM 1660-SEGLIST THRU 1660-EXIT.
            MOVE SEGL-CARRY TO LAST-CHAIN.

      *-----------------------------------------------------------
      * 鏈結計算：前鏈值為種子，內容逐字元滾動累加取模
      *-----------------------------------------------------------
                        999999937)
            END-PERFORM.

        COPY "SEGPD.DEF".

        END PROGRAM MWCHAIN.
