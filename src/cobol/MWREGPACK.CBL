      *    班作業有感變慢。本程式：
      *    - 先將完整流水封存為日期檔(QUEREG_YYYYMMDD.HIS)
      *    - 重寫 QUEREG 僅保留每個 QUE(NAME+TYPE)最近一筆
      *      CREATE/CHMOD/REMOVE/OWNER/UPDATE(依原檔次序寫出，「最後一筆代表
      *      現況」的讀法不變)
      *    - 依壓縮結果從零重建 QUEREGM 主檔，並與既有主檔逐筆
      *      對帳，回報不一致筆數
      * 2026-09-02 ARIEN
      *     .NEW 重寫逐筆檢查寫入狀態：寫檔失敗(如磁碟滿)即中止
      *     且不換檔，截半的新檔不會蓋掉正式登錄簿/主檔
      * 2026-10-15 ARIEN
      *     另保留每 QUE 最近一筆 OWNER 紀錄(MWCERT 認證移轉團隊)，
      *     晚於 CREATE 時重建主檔以其 REG-OWNER 為責任團隊
      * 2026-10-15 ARIEN
      *     另保留每 QUE 最近一筆 UPDATE 紀錄(MWREGUPD 屬性維護)，晚
      *     於 CREATE 時重建主檔以其 PROD/等級為準，責任團隊取
      *     OWNER/UPDATE 較晚者；保留影像加寬為 256 位元組
      *
      */
        IDENTIFICATION DIVISION.
        DATA DIVISION.
        FILE SECTION.
        FD  NEWREG-FILE.
        01  NEWREG-REC          PIC X(256).

        FD  NEWM-FILE.
        01  NEWM-REC.
        77  HIS-DATE            PIC X(8).
        77  CMD-LINE            PIC X(600) VALUE SPACES.

      * 彙整表：每 QUE 保留五類動作的最近一筆原紀錄影像與原序
        01  NT-TAB.
            05  NT-ENT OCCURS 500 TIMES.
                10  N-QUE       PIC X(64).
                10  N-TYPE      PIC X(5).
                10  N-CRE       PIC X(256).
                10  N-CRE-SEQ   SIGNED-LONG.
                10  N-CHM       PIC X(256).
                10  N-CHM-SEQ   SIGNED-LONG.
                10  N-RMV       PIC X(256).
                10  N-RMV-SEQ   SIGNED-LONG.
                10  N-OWN       PIC X(256).
                10  N-OWN-SEQ   SIGNED-LONG.
                10  N-UPD       PIC X(256).
                10  N-UPD-SEQ   SIGNED-LONG.
        77  NT-CNT              SIGNED-INT VALUE 0.
        77  NT-IDX              SIGNED-INT VALUE 0.
        77  NT-HIT              SIGNED-INT VALUE 0.
        77  REC-SEQ             SIGNED-LONG VALUE 0.

      * 次序輸出用(每 QUE 至多五筆)
        01  ORD-TAB.
            05  ORD-SEQ         SIGNED-LONG OCCURS 5 TIMES.
            05  ORD-REC         PIC X(256) OCCURS 5 TIMES.
        77  ORD-CNT             SIGNED-INT VALUE 0.
        77  ORD-I               SIGNED-INT VALUE 0.
        77  ORD-J               SIGNED-INT VALUE 0.
        77  ORD-SWP-SEQ         SIGNED-LONG VALUE 0.
        01  ORD-SWP-REC         PIC X(256).

        77  IN-CNT              SIGNED-LONG VALUE 0.
        77  OUT-CNT             SIGNED-LONG VALUE 0.
        77  CNT-DISP            PIC -(9)9.

      * 重建主檔時借 REG 紀錄欄位解析保留影像
        01  HOLD-IMG            PIC X(256).

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
            STOP RUN.

      *-----------------------------------------------------------
      * 整本載入：每 QUE 保留五類動作的最近一筆
      *-----------------------------------------------------------
        4000-REGLOAD.
            OPEN INPUT QUE-REG-FILE.
                        MOVE 0 TO N-CHM-SEQ(NT-HIT)
                        MOVE SPACES TO N-RMV(NT-HIT)
                        MOVE 0 TO N-RMV-SEQ(NT-HIT)
                        MOVE SPACES TO N-OWN(NT-HIT)
                        MOVE 0 TO N-OWN-SEQ(NT-HIT)
                        MOVE SPACES TO N-UPD(NT-HIT)
                        MOVE 0 TO N-UPD-SEQ(NT-HIT)
                    END-IF
                END-IF

                        WHEN "REMOVE"
                            MOVE REG-REC TO N-RMV(NT-HIT)
                            MOVE REC-SEQ TO N-RMV-SEQ(NT-HIT)
                        WHEN "OWNER "
                            MOVE REG-REC TO N-OWN(NT-HIT)
                            MOVE REC-SEQ TO N-OWN-SEQ(NT-HIT)
                        WHEN "UPDATE"
                            MOVE REG-REC TO N-UPD(NT-HIT)
                            MOVE REC-SEQ TO N-UPD-SEQ(NT-HIT)
                        WHEN OTHER
      * NAMOVR/RENAME 等純紀錄動作留在封存檔即可
                            CONTINUE
                    MOVE N-RMV-SEQ(NT-IDX) TO ORD-SEQ(ORD-CNT)
                    MOVE N-RMV(NT-IDX) TO ORD-REC(ORD-CNT)
                END-IF
                IF N-OWN-SEQ(NT-IDX) > 0
                    ADD 1 TO ORD-CNT
                    MOVE N-OWN-SEQ(NT-IDX) TO ORD-SEQ(ORD-CNT)
                    MOVE N-OWN(NT-IDX) TO ORD-REC(ORD-CNT)
                END-IF
                IF N-UPD-SEQ(NT-IDX) > 0
                    ADD 1 TO ORD-CNT
                    MOVE N-UPD-SEQ(NT-IDX) TO ORD-SEQ(ORD-CNT)
                    MOVE N-UPD(NT-IDX) TO ORD-REC(ORD-CNT)
                END-IF

      * 依原序排序(至多五筆)
                PERFORM VARYING ORD-I FROM 1 BY 1
                        UNTIL ORD-I >= ORD-CNT
                    PERFORM VARYING ORD-J FROM 1 BY 1
                MOVE "N" TO NEWM-PROD-FLAG
            END-IF.

      * 屬性維護(UPDATE)晚於 CREATE 即以其新 PROD/等級為準
            IF N-UPD-SEQ(NT-IDX) > N-CRE-SEQ(NT-IDX)
                MOVE N-UPD(NT-IDX) TO HOLD-IMG
                MOVE HOLD-IMG TO REG-REC
                MOVE REG-PROD-FLAG TO NEWM-PROD-FLAG
                MOVE REG-CLASS TO NEWM-CLASS
            END-IF.

      * 認證移轉團隊(OWNER)/屬性維護(UPDATE)晚於 CREATE 即以兩者
      * 較晚一筆的新團隊為準
            IF N-OWN-SEQ(NT-IDX) > N-CRE-SEQ(NT-IDX)
            AND N-OWN-SEQ(NT-IDX) > N-UPD-SEQ(NT-IDX)
                MOVE N-OWN(NT-IDX) TO HOLD-IMG
                MOVE HOLD-IMG TO REG-REC
                MOVE REG-OWNER TO NEWM-OWNER
            END-IF.
            IF N-UPD-SEQ(NT-IDX) > N-CRE-SEQ(NT-IDX)
            AND N-UPD-SEQ(NT-IDX) > N-OWN-SEQ(NT-IDX)
                MOVE N-UPD(NT-IDX) TO HOLD-IMG
                MOVE HOLD-IMG TO REG-REC
                MOVE REG-OWNER TO NEWM-OWNER
            END-IF.

            WRITE NEWM-REC
                INVALID KEY
                    DISPLAY "DUPLICATE KEY IN REBUILD : "
