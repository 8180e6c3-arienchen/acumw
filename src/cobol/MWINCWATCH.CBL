      * MWINCWATCH.CBL
      * 事故日誌即時告警監看程式
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 常駐輪詢事故日誌，對啟動後新增的每筆紀錄以 CALL "SYSTEM"
      *    發生時抑制不再告警，避免重試迴圈造成告警轟炸
      * 3. 啟動時既有紀錄視為已讀，只告警新進紀錄；-i interval_sec
      *    輪詢間隔(預設 10 秒)，-cycles cnt 限制輪數(批次/測試用)
      * 4. MWLOGROT 封段後現行日誌自第一筆重來：每輪查月段索引
      *    段數，改變即先補讀最新一段中未讀的尾段，再自現行日誌
      *    第一筆起處理；日誌變短而索引未增段(換名後索引尚未附加)
      *    先暫停處理，逾 5 分鐘仍未增段才視為截斷，自第一筆重讀
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      *     納入常駐服務控制(SVCPD)：<PGM>.PID 單一實例鎖拒絕
      *     二次啟動，<PGM>.STOP 停止請求檔於本輪結束後收尾退出
      *     ，MWSVC 列示/停止
      * 2026-10-15 ARIEN
      *     告警先查維護停告行事曆(MWMAINT)：事故 QUE 在維護窗口
      *     內不呼叫值班，改記停告紀錄(MWMAINTSUP)；嚴重度 M(他
      *     程式已記為維護中)的事故不再告警
      * 2026-10-15 ARIEN
      *     MWLOGROT 封段後已讀筆數歸零：月段索引段數改變即補讀最新一段
      *     未讀尾段，現行日誌自第一筆處理；日誌變短先暫停，逾時才重讀
      *
      */
        IDENTIFICATION DIVISION.
            COPY "INCLOGSL.DEF".
            COPY "SVCSL.DEF".
            COPY "REGMSL.DEF".
            COPY "MNTSL.DEF".
            COPY "SEGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        COPY "INCLOGFD.DEF".
        COPY "SVCFD.DEF".
        COPY "REGMFD.DEF".
        COPY "MNTFD.DEF".
        COPY "SEGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "ACKWS.DEF".
        COPY "ALRTWS.DEF".
        COPY "MNTWS.DEF".
        COPY "SEGWS.DEF".

        77  AUDIT-FILE-STAT     PIC XX.
        77  FIRE-CMD            PIC X(200) VALUE SPACES.
      * 已讀筆數與本輪讀取位置
        77  SEEN-CNT            SIGNED-LONG VALUE 0.
        77  READ-POS            SIGNED-LONG VALUE 0.
      * 上輪所見事故日誌月段數(改變即已封段)
        77  WATCH-SEGS          SIGNED-INT VALUE 0.
      * 日誌變短首見時點(0 = 未變短)與等待索引增段的上限
        77  SHRINK-USEC         SIGNED-LONG VALUE 0.
        77  SHRINK-WAIT-USEC    SIGNED-LONG VALUE 300000000.
        77  FIRST-SCAN-SW       PIC X VALUE "Y".
            88 FIRST-SCAN       VALUE "Y".
        77  ALERT-CNT           SIGNED-LONG VALUE 0.
      * 每輪重讀認可檔，MWINCACK 的認可即時生效
            PERFORM 1720-ACKLOAD THRU 1720-EXIT.

            PERFORM 5100-ROTCHK THRU 5100-EXIT.

            MOVE 0 TO READ-POS.
            MOVE SPACES TO INCLOG-FILE-STAT.

                    NOT AT END
                        COMPUTE READ-POS = READ-POS + 1
                        IF READ-POS > SEEN-CNT AND NOT FIRST-SCAN
                        AND SHRINK-USEC = 0
                            PERFORM 5500-NEWREC THRU 5500-EXIT
                        END-IF
                END-READ

            CLOSE INCIDENT-LOG-FILE.

            IF FIRST-SCAN
            OR (SHRINK-USEC = 0 AND READ-POS NOT < SEEN-CNT)
                MOVE READ-POS TO SEEN-CNT
            ELSE
                PERFORM 5200-SHRINK
            END-IF.

        5000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 封段偵測：月段索引段數改變即現行日誌已被 MWLOGROT 換名；
      * 最新一段中超過已讀筆數的尾段先補處理，已讀筆數歸零
      *-----------------------------------------------------------
        5100-ROTCHK.
            MOVE "I" TO SEGL-LOG.
            MOVE SPACES TO SEGL-FROM.
            MOVE SPACES TO SEGL-TO.
            MOVE 62 TO SEGL-DAYS.
            PERFORM 1660-SEGLIST THRU 1660-EXIT.
            IF FIRST-SCAN OR SEGL-TOTAL = WATCH-SEGS
                MOVE SEGL-TOTAL TO WATCH-SEGS
                GO TO 5100-EXIT
            END-IF.
            MOVE SEGL-TOTAL TO WATCH-SEGS.

            IF SEGL-CNT > 0
                MOVE SEGL-CNT TO SEGL-IDX
                PERFORM 1665-SEGPOINT
                MOVE SPACES TO INCLOG-FILE-STAT
                OPEN INPUT INCIDENT-LOG-FILE
                PERFORM 1670-SEGBACK
                IF INCLOG-FILE-STAT = "00"
                    MOVE 0 TO READ-POS
                    PERFORM TEST BEFORE UNTIL INCLOG-EOF
                        READ INCIDENT-LOG-FILE
                            AT END
                                MOVE "10" TO INCLOG-FILE-STAT
                            NOT AT END
                                COMPUTE READ-POS = READ-POS + 1
                                IF READ-POS > SEEN-CNT
                                    PERFORM 5500-NEWREC THRU 5500-EXIT
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE INCIDENT-LOG-FILE
                END-IF
            END-IF.
            MOVE 0 TO SEEN-CNT.
            MOVE 0 TO SHRINK-USEC.

        5100-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 日誌比已讀筆數短：MWLOGROT 換名後到段索引附加前亦是如此，
      * 先保留已讀筆數暫停處理，待 5100-ROTCHK 見索引增段接手；
      * 逾等待上限仍未增段才視為截斷，下輪自第一筆起
      *-----------------------------------------------------------
        5200-SHRINK.
            CALL 'MW$UTILS' USING
                BY VALUE     TICKS_USEC
                BY REFERENCE NOW-USEC.
            IF SHRINK-USEC = 0
                MOVE NOW-USEC TO SHRINK-USEC
                DISPLAY "INCIDENT LOG SHORTER THAN SEEN COUNT"
                        " - HELD FOR SEGMENT INDEX"
            ELSE
                IF NOW-USEC - SHRINK-USEC >= SHRINK-WAIT-USEC
                    DISPLAY "INCIDENT LOG TRUNCATED"
                            " - RESTART FROM FIRST RECORD"
                    MOVE 0 TO SEEN-CNT
                    MOVE 0 TO SHRINK-USEC
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 處理一筆新紀錄：同 程式+代碼 於抑制窗口內即抑制
      *-----------------------------------------------------------
        5500-NEWREC.
      * 維護窗口內已記停告的 M 事件不再呼叫值班
            IF INCLOG-IS-MAINT
                GO TO 5500-EXIT
            END-IF.

      * 已認可/已結案的 程式+代碼 組合不再告警
            MOVE INCLOG-PGM TO ACKF-PGM.
            MOVE INCLOG-CODE TO ACKF-CODE.
                MOVE ALRT-CMD-OUT TO FIRE-CMD
            END-IF.

      * 維護窗口內不呼叫值班，改記停告紀錄(事故本身已在日誌)
            MOVE ALRT-QUE-KEY TO MNT-QUE-KEY.
            MOVE ALRT-OWNER TO MNT-OWNER.
            PERFORM 1990-MAINTCHK THRU 1990-EXIT.
            IF MNT-ACTIVE
                MOVE "MWINCWAT" TO MNT-PGM
                MOVE ALRT-SEV TO MNT-SEV
                MOVE SPACES TO MNT-DETAIL
                STRING FUNCTION TRIM(INCLOG-PGM) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(INCLOG-CODE) DELIMITED BY SIZE
                    INTO MNT-DETAIL
                END-STRING
                PERFORM 1996-MAINTSUP
                MOVE SPACES TO FIRE-CMD
            END-IF.

            IF FIRE-CMD NOT = SPACES
                MOVE SPACES TO ALERT-CMD-LINE
                STRING FUNCTION TRIM(FIRE-CMD) DELIMITED BY SIZE
            END-IF.

        COPY "ACKPD.DEF".
        COPY "SEGPD.DEF".

      *-----------------------------------------------------------
      * 重要成功動作附加至共用操作軌跡檔(AUDITLOG)，呼叫前先設妥

        COPY "ALRTPD.DEF".

        COPY "MNTPD.DEF".

      *-----------------------------------------------------------
      * -cycles 上限與輪詢間隔
      *-----------------------------------------------------------
