      *
      * DESCRIPTION
      * 1. 新進操作員面對十多支程式與各自選項語法，本選單將常用
      *    作業(狀態查詢/送測試訊息/清空/移除/健康檢查/登錄屬性
      *    維護)整合為
      *    逐步問答：
      *    - QUE 自 QUEREG 現存清單以編號挑選，不再手打 64 碼
      *      QUE NAME(誤殺事故的最大來源)
      * -------------------------------------------------------------
      * 2026-08-22 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     新增選項 6 登錄屬性維護(MWREGUPD：擁有者/PROD 旗標/等級)；
      *     登錄簿 UPDATE 紀錄亦更新挑選清單的 PROD 標示
      *
      */
        IDENTIFICATION DIVISION.
        77  OPT-FORCE           PIC X VALUE "N".
        77  OPT-SAVE            PIC X(60) VALUE SPACES.
        77  CTL-NAME            PIC X(60) VALUE "MWCHECKCTL".
        77  OPT-OWNER           PIC X(32) VALUE SPACES.
        77  OPT-PROD            PIC X VALUE SPACE.
        77  OPT-CLASS           PIC X(12) VALUE SPACES.

        77  CMD-LINE            PIC X(256) VALUE SPACES.
        77  CMD-RC              SIGNED-INT VALUE 0.
        77  CMD-RC-DISP         PIC -(5)9.
        77  CMD-PTR             PIC 9(3).

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
            DISPLAY "  3  PURGE QUE".
            DISPLAY "  4  REMOVE QUE".
            DISPLAY "  5  HEALTH CHECK RUN (MWCHECK)".
            DISPLAY "  6  UPDATE QUE ATTRIBUTES (MWREGUPD)".
            DISPLAY "  0  EXIT".
            DISPLAY "SELECT: " WITH NO ADVANCING.
            MOVE SPACES TO MENU-CHOICE.
                    PERFORM 6300-ACT-REMOVE THRU 6300-EXIT
                WHEN "5"
                    PERFORM 6400-ACT-CHECK THRU 6400-EXIT
                WHEN "6"
                    PERFORM 6500-ACT-REGUPD THRU 6500-EXIT
                WHEN "0"
                    MOVE "Y" TO MENU-DONE-SW
                WHEN OTHER
        6400-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 6 UPDATE QUE ATTRIBUTES(擁有者/PROD 旗標/等級，空白不改)
      *-----------------------------------------------------------
        6500-ACT-REGUPD.
            PERFORM 5500-PICKQUE THRU 5500-EXIT.
            IF SEL-QUE = SPACES
                GO TO 6500-EXIT
            END-IF.

            DISPLAY "NEW OWNER TEAM (EMPTY=UNCHANGED): "
                    WITH NO ADVANCING.
            MOVE SPACES TO ANSWER.
            ACCEPT ANSWER.
            MOVE ANSWER(1:32) TO OPT-OWNER.

            DISPLAY "PROD FLAG Y/N (EMPTY=UNCHANGED): "
                    WITH NO ADVANCING.
            MOVE SPACES TO ANSWER.
            ACCEPT ANSWER.
            EVALUATE ANSWER(1:1)
                WHEN "Y"
                WHEN "y"
                    MOVE "Y" TO OPT-PROD
                WHEN "N"
                WHEN "n"
                    MOVE "N" TO OPT-PROD
                WHEN OTHER
                    MOVE SPACE TO OPT-PROD
            END-EVALUATE.

            DISPLAY "CLASS NAME, NONE TO CLEAR"
                    " (EMPTY=UNCHANGED): " WITH NO ADVANCING.
            MOVE SPACES TO ANSWER.
            ACCEPT ANSWER.
            MOVE ANSWER(1:12) TO OPT-CLASS.

            IF OPT-OWNER = SPACES AND OPT-PROD = SPACE
            AND OPT-CLASS = SPACES
                DISPLAY "NOTHING TO CHANGE"
                GO TO 6500-EXIT
            END-IF.

            MOVE SPACES TO CMD-LINE.
            MOVE 1 TO CMD-PTR.
            STRING "runcbl MWREGUPD -q -t " DELIMITED BY SIZE
                   SEL-TYPE DELIMITED BY SPACE
                INTO CMD-LINE WITH POINTER CMD-PTR
            END-STRING.
            IF OPT-OWNER NOT = SPACES
                STRING " -owner " DELIMITED BY SIZE
                       OPT-OWNER DELIMITED BY SPACE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            END-IF.
            IF OPT-PROD NOT = SPACE
                STRING " -prod " DELIMITED BY SIZE
                       OPT-PROD DELIMITED BY SIZE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            END-IF.
            IF OPT-CLASS NOT = SPACES
                STRING " -class " DELIMITED BY SIZE
                       OPT-CLASS DELIMITED BY SPACE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            END-IF.
            STRING " " DELIMITED BY SIZE
                   SEL-QUE DELIMITED BY SPACE
                INTO CMD-LINE WITH POINTER CMD-PTR
            END-STRING.
            PERFORM 5800-CONFIRMRUN.

        6500-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 讀取 QUEREG 流水紀錄，彙整每個 QUE 的最後狀態
      *-----------------------------------------------------------
                IF REG-ACTION = "CREATE"
                    MOVE REG-PROD-FLAG TO T-PROD(TAB-HIT)
                END-IF
      * 屬性維護(MWREGUPD)改過的 PROD 旗標以最後一筆為準
                IF REG-ACTION = "UPDATE"
                    MOVE REG-PROD-FLAG TO T-PROD(TAB-HIT)
                END-IF
            END-IF.

        END PROGRAM MWMENU.
