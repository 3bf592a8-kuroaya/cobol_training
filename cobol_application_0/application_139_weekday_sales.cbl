*>曜日別・客単価分析 売上履歴(SalesHistory.txt)から、指定期間の店舗別・曜日別に
*>  1日平均売上/1日平均客数/客単価(売上÷客数)
*>を求め、前年の同じ曜日(期間を364日=52週さかのぼった日)と比べて
*>曜日別売上分析(WeekdaySales.txt)を出す。最後に、全店を期間の客単価の高い順に
*>並べた順位表を付け、前年より客単価が下がった店舗には**DOWN**を付ける
*>期間はWeekdayParm.txt(開始日・終了日)で指定する。無い・不正な場合は
*>業務日付で終わる13週(91日。各曜日13日ずつ)とする
*>平均は売上履歴に行のある日数で割る(休業日・未集計の日は平均に入れない)
*>帳票はスプール台帳へ登録する。シフト計画の前に随時実行する
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_139_WEEKDAY_SALES.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SALES_HISTORY_FILE
            ASSIGN TO "SalesHistory.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SALES_HISTORY_STATUS.
        SELECT WEEKDAY_PARM_FILE
            ASSIGN TO "WeekdayParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WEEKDAY_PARM_STATUS.
        SELECT STORE_MASTER_FILE
            ASSIGN TO "StoreMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STORE_MASTER_STATUS.
        SELECT PRINT_FILE ASSIGN TO "WeekdaySales.txt"
            FILE STATUS IS PRINT_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD SALES_HISTORY_FILE.
        01 SALES_HISTORY_RECORD.
            05 SH_STORE PIC X(04).
            05 FILLER PIC X(01).
            05 SH_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 SH_AMOUNT PIC 9(07).
            05 FILLER PIC X(01).
            05 SH_CUSTOMER PIC 9(05).
        FD WEEKDAY_PARM_FILE.
        01 WEEKDAY_PARM_RECORD.
            05 WDP_FROM PIC X(08).
            05 FILLER PIC X(01).
            05 WDP_TO PIC X(08).
        FD STORE_MASTER_FILE.
        01 STORE_MASTER_RECORD.
            05 STM_ID PIC X(04).
            05 STM_NAME PIC X(10).
            05 STM_FILE PIC X(30).
            05 STM_ACTIVE PIC X(01).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 SALES_HISTORY_STATUS PIC XX.
        01 WEEKDAY_PARM_STATUS PIC XX.
        01 STORE_MASTER_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
        01 WK_TODAY PIC 9(08).
*>対象期間と前年の比較期間(通日)
        01 WK_FROM_DATE PIC 9(08).
        01 WK_TO_DATE PIC 9(08).
        01 WK_LY_FROM_DATE PIC 9(08).
        01 WK_LY_TO_DATE PIC 9(08).
        01 WK_FROM_INT PIC 9(07).
        01 WK_TO_INT PIC 9(07).
        01 WK_LY_FROM_INT PIC 9(07).
        01 WK_LY_TO_INT PIC 9(07).
        01 WK_SH_INT PIC 9(07).
*>曜日(1=月 … 7=日。1601-01-01が通日1の月曜日)
        01 WK_WEEKDAY PIC 9(01).
        01 WK_YEAR_SW PIC X(01).
            88 WK_YEAR_CURRENT VALUE "C".
            88 WK_YEAR_PRIOR VALUE "P".
        01 WK_DAY_NAMES.
            05 PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
        01 WK_DAY_NAME_TBL REDEFINES WK_DAY_NAMES.
            05 WK_DAY_NAME PIC X(03) OCCURS 7.
*>店舗別・曜日別の集計(今期と前年)
        01 WDS_TBL_MASTER.
            05 WDS_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 WDS_TBL OCCURS 0 TO 50
                DEPENDING ON WDS_TBL_SIZE
                INDEXED BY WDS_IDX.
                10 WDS_STORE PIC X(04).
                10 WDS_NAME PIC X(10).
                10 WDS_DAY OCCURS 7 INDEXED BY WDD_IDX.
                    15 WDS_DAYS PIC 9(04).
                    15 WDS_SALES PIC 9(11).
                    15 WDS_CUST PIC 9(09).
                    15 WDS_LY_DAYS PIC 9(04).
                    15 WDS_LY_SALES PIC 9(11).
                    15 WDS_LY_CUST PIC 9(09).
*>全店順位表(客単価の高い順に並べ替える)
        01 RNK_TBL_MASTER.
            05 RNK_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 RNK_TBL OCCURS 0 TO 50
                DEPENDING ON RNK_TBL_SIZE
                INDEXED BY RNK_IDX.
                10 RNK_SPEND PIC 9(07).
                10 RNK_STORE PIC X(04).
                10 RNK_NAME PIC X(10).
                10 RNK_SALES PIC 9(11).
                10 RNK_CUST PIC 9(09).
                10 RNK_LY_SALES PIC 9(11).
                10 RNK_LY_CUST PIC 9(09).
                10 RNK_LY_SPEND PIC 9(07).
*>1行分の計算結果(曜日行・店舗計・順位表で共用)
        01 WK_CALC.
            05 WK_C_DAYS PIC 9(05).
            05 WK_C_SALES PIC 9(11).
            05 WK_C_CUST PIC 9(09).
            05 WK_C_LY_DAYS PIC 9(05).
            05 WK_C_LY_SALES PIC 9(11).
            05 WK_C_LY_CUST PIC 9(09).
        01 WK_AVG_SALES PIC 9(09).
        01 WK_AVG_CUST PIC 9(05).
        01 WK_SPEND PIC 9(07).
        01 WK_LY_AVG_SALES PIC 9(09).
        01 WK_LY_AVG_CUST PIC 9(05).
        01 WK_LY_SPEND PIC 9(07).
        01 WK_PCT PIC S9(04)V9.
        01 WK_PCT_EDIT PIC -(3)9.9.
        01 WK_CHAIN_SALES PIC 9(13) VALUE ZERO.
        01 WK_CHAIN_CUST PIC 9(11) VALUE ZERO.
        01 WK_CHAIN_LY_SALES PIC 9(13) VALUE ZERO.
        01 WK_CHAIN_LY_CUST PIC 9(11) VALUE ZERO.
        01 WK_LINE_CNT PIC 9(07) VALUE ZERO.
        01 WK_SKIP_CNT PIC 9(05) VALUE ZERO.
        01 WK_DOWN_CNT PIC 9(05) VALUE ZERO.
        01 WK_CHAIN_SW PIC X(01) VALUE "N".
            88 WK_CHAIN_LINE VALUE "Y".
        01 WK_PARM_ERR_SW PIC X(01) VALUE "N".
            88 WK_PARM_ERR VALUE "Y".
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "WeekdaySales.txt".
*>帳票行(見出し/店舗/項目名/曜日明細/順位表)
        01 WDR_TITLE_LINE.
            05 PIC X(36) VALUE "*** SALES BY DAY OF WEEK ***".
            05 PIC X(10) VALUE "RUN DATE: ".
            05 WDR_TODAY PIC 9(08).
            05 PIC X(26) VALUE SPACE.
        01 WDR_PERIOD_LINE.
            05 PIC X(08) VALUE "PERIOD: ".
            05 WDR_FROM PIC 9(08).
            05 PIC X(03) VALUE " - ".
            05 WDR_TO PIC 9(08).
            05 PIC X(15) VALUE "  PRIOR YEAR: ".
            05 WDR_LY_FROM PIC 9(08).
            05 PIC X(03) VALUE " - ".
            05 WDR_LY_TO PIC 9(08).
            05 PIC X(19) VALUE SPACE.
        01 WDR_STORE_LINE.
            05 PIC X(06) VALUE "STORE ".
            05 WDR_STORE PIC X(04).
            05 PIC X(01) VALUE SPACE.
            05 WDR_STORE_NAME PIC X(10).
            05 PIC X(59) VALUE SPACE.
        01 WDR_COLUMN_LINE1.
            05 PIC X(40) VALUE
                "           ---- THIS PERIOD -----  -----".
            05 PIC X(40) VALUE
                "- PRIOR YEAR -------  -- CHANGE % --".
        01 WDR_COLUMN_LINE2.
            05 PIC X(40) VALUE
                "DAY DYS AVG SALES  CUST  SPEND  DYS AVG ".
            05 PIC X(40) VALUE
                "SALES  CUST  SPEND  SALES  SPEND".
        01 WDR_DETAIL_LINE.
            05 WDR_DAY PIC X(03).
            05 PIC X(01) VALUE SPACE.
            05 WDR_DAYS PIC ZZ9.
            05 PIC X(01) VALUE SPACE.
            05 WDR_AVG_SALES PIC Z(8)9.
            05 PIC X(01) VALUE SPACE.
            05 WDR_AVG_CUST PIC Z(4)9.
            05 PIC X(01) VALUE SPACE.
            05 WDR_SPEND PIC Z(5)9.
            05 PIC X(02) VALUE SPACE.
            05 WDR_LY_DAYS PIC ZZ9.
            05 PIC X(01) VALUE SPACE.
            05 WDR_LY_AVG_SALES PIC Z(8)9.
            05 PIC X(01) VALUE SPACE.
            05 WDR_LY_AVG_CUST PIC Z(4)9.
            05 PIC X(01) VALUE SPACE.
            05 WDR_LY_SPEND PIC Z(5)9.
            05 PIC X(01) VALUE SPACE.
            05 WDR_SALES_PCT PIC X(06).
            05 PIC X(01) VALUE SPACE.
            05 WDR_SPEND_PCT PIC X(06).
            05 PIC X(08) VALUE SPACE.
        01 WDR_SECTION_LINE.
            05 WDR_SECTION_TITLE PIC X(80).
        01 WDR_RANK_COLUMN_LINE.
            05 PIC X(40) VALUE
                "RNK STOR NAME             SALES    CUSTS".
            05 PIC X(40) VALUE
                "  SPEND LY SPEND  CHG %".
        01 WDR_RANK_LINE.
            05 WDR_RANK PIC ZZ9 BLANK WHEN ZERO.
            05 PIC X(01) VALUE SPACE.
            05 WDR_RANK_STORE PIC X(04).
            05 PIC X(01) VALUE SPACE.
            05 WDR_RANK_NAME PIC X(10).
            05 PIC X(01) VALUE SPACE.
            05 WDR_RANK_SALES PIC Z(10)9.
            05 PIC X(01) VALUE SPACE.
            05 WDR_RANK_CUST PIC Z(7)9.
            05 PIC X(01) VALUE SPACE.
            05 WDR_RANK_SPEND PIC Z(5)9.
            05 PIC X(01) VALUE SPACE.
            05 WDR_RANK_LY_SPEND PIC Z(7)9.
            05 PIC X(01) VALUE SPACE.
            05 WDR_RANK_PCT PIC X(06).
            05 PIC X(01) VALUE SPACE.
            05 WDR_RANK_FLAG PIC X(08).
            05 PIC X(13) VALUE SPACE.
        01 WDR_NONE_LINE.
            05 PIC X(80) VALUE "  NO SALES HISTORY IN PERIOD".
PROCEDURE DIVISION.
    WEEKDAY_SALES_RTN SECTION.
    *>初期処理(対象期間と前年の比較期間の決定)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM PARM-RTN.
    *>前年の比較期間は52週(364日)前。曜日がそろう
        COMPUTE WK_LY_FROM_INT = WK_FROM_INT - 364.
        COMPUTE WK_LY_TO_INT = WK_TO_INT - 364.
        COMPUTE WK_LY_FROM_DATE =
            FUNCTION DATE-OF-INTEGER(WK_LY_FROM_INT).
        COMPUTE WK_LY_TO_DATE =
            FUNCTION DATE-OF-INTEGER(WK_LY_TO_INT).
        OPEN INPUT SALES_HISTORY_FILE.
        IF SALES_HISTORY_STATUS NOT = "00"
            THEN
                DISPLAY "SALES HISTORY NOT FOUND."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
    *>主処理(期間内の売上履歴を店舗別・曜日別に集計する)
        PERFORM UNTIL SALES_HISTORY_STATUS NOT = "00"
            READ SALES_HISTORY_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM HISTORY-LINE-RTN
            END-READ
        END-PERFORM.
        CLOSE SALES_HISTORY_FILE.
    *>終了処理(順位表の作成、帳票の出力とスプール台帳への登録)
        PERFORM RESOLVE-NAME-RTN.
        PERFORM BUILD-RANK-RTN
            VARYING WDS_IDX FROM 1 BY 1
            UNTIL WDS_IDX > WDS_TBL_SIZE.
        IF RNK_TBL_SIZE > 1
            THEN
                SORT RNK_TBL DESCENDING KEY RNK_SPEND
        END-IF.
        PERFORM WRITE-REPORT-RTN.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "WEEKDAY SALES END. PERIOD:" WK_FROM_DATE "-"
            WK_TO_DATE " LINES:" WK_LINE_CNT " STORES:" WDS_TBL_SIZE
            " SPEND DOWN:" WK_DOWN_CNT.
        IF WK_SKIP_CNT > ZERO OR WK_PARM_ERR
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    WEEKDAY_SALES_EXIT.
    *>0.対象期間の読み込み(無い・不正なら業務日付で終わる13週)
    PARM-RTN SECTION.
        MOVE WK_TODAY TO WK_TO_DATE.
        COMPUTE WK_TO_INT = FUNCTION INTEGER-OF-DATE(WK_TO_DATE).
        COMPUTE WK_FROM_INT = WK_TO_INT - 90.
        COMPUTE WK_FROM_DATE = FUNCTION DATE-OF-INTEGER(WK_FROM_INT).
        OPEN INPUT WEEKDAY_PARM_FILE.
        IF WEEKDAY_PARM_STATUS NOT = "00"
            THEN
                GO TO PARM-EXIT
        END-IF.
        READ WEEKDAY_PARM_FILE
            AT END
                CLOSE WEEKDAY_PARM_FILE
                GO TO PARM-EXIT
        END-READ.
        CLOSE WEEKDAY_PARM_FILE.
        IF WDP_FROM IS NOT NUMERIC OR WDP_TO IS NOT NUMERIC
                OR WDP_FROM > WDP_TO
                OR WDP_FROM(5:2) < "01" OR WDP_FROM(5:2) > "12"
                OR WDP_TO(5:2) < "01" OR WDP_TO(5:2) > "12"
                OR WDP_FROM(7:2) < "01" OR WDP_FROM(7:2) > "31"
                OR WDP_TO(7:2) < "01" OR WDP_TO(7:2) > "31"
            THEN
                DISPLAY "INVALID WEEKDAY PARM. DEFAULT PERIOD USED: "
                    WEEKDAY_PARM_RECORD
                SET WK_PARM_ERR TO TRUE
                GO TO PARM-EXIT
        END-IF.
        MOVE WDP_FROM TO WK_FROM_DATE.
        MOVE WDP_TO TO WK_TO_DATE.
        COMPUTE WK_FROM_INT = FUNCTION INTEGER-OF-DATE(WK_FROM_DATE).
        COMPUTE WK_TO_INT = FUNCTION INTEGER-OF-DATE(WK_TO_DATE).
    *>暦に無い日付(例: 0231)は通日が0になる
        IF WK_FROM_INT = ZERO OR WK_TO_INT = ZERO
            THEN
                DISPLAY "INVALID WEEKDAY PARM. DEFAULT PERIOD USED: "
                    WEEKDAY_PARM_RECORD
                SET WK_PARM_ERR TO TRUE
                MOVE WK_TODAY TO WK_TO_DATE
                COMPUTE WK_TO_INT = FUNCTION INTEGER-OF-DATE(WK_TO_DATE)
                COMPUTE WK_FROM_INT = WK_TO_INT - 90
                COMPUTE WK_FROM_DATE =
                    FUNCTION DATE-OF-INTEGER(WK_FROM_INT)
        END-IF.
    PARM-EXIT.
    *>1.売上履歴1行の集計(今期か前年の比較期間に入る行のみ)
    HISTORY-LINE-RTN SECTION.
        IF SH_DATE IS NOT NUMERIC
                OR SH_DATE < WK_LY_FROM_DATE
                OR SH_DATE > WK_TO_DATE
            THEN
                GO TO HISTORY-LINE-EXIT
        END-IF.
        IF SH_DATE >= WK_FROM_DATE
            THEN
                SET WK_YEAR_CURRENT TO TRUE
            ELSE
                IF SH_DATE <= WK_LY_TO_DATE
                    THEN
                        SET WK_YEAR_PRIOR TO TRUE
                    ELSE
                        GO TO HISTORY-LINE-EXIT
                END-IF
        END-IF.
        IF SH_AMOUNT IS NOT NUMERIC OR SH_CUSTOMER IS NOT NUMERIC
            THEN
                DISPLAY "INVALID SALES HISTORY LINE: "
                    SALES_HISTORY_RECORD
                ADD 1 TO WK_SKIP_CNT
                GO TO HISTORY-LINE-EXIT
        END-IF.
        COMPUTE WK_SH_INT = FUNCTION INTEGER-OF-DATE(SH_DATE).
        COMPUTE WK_WEEKDAY = FUNCTION MOD(WK_SH_INT - 1, 7) + 1.
        SET WDS_IDX TO 1.
        SEARCH WDS_TBL
            AT END
                IF WDS_TBL_SIZE >= 50
                    THEN
                        DISPLAY "STORE TABLE FULL. LINE SKIPPED: "
                            SH_STORE
                        ADD 1 TO WK_SKIP_CNT
                        GO TO HISTORY-LINE-EXIT
                END-IF
                ADD 1 TO WDS_TBL_SIZE
                SET WDS_IDX TO WDS_TBL_SIZE
                MOVE SH_STORE TO WDS_STORE(WDS_IDX)
                MOVE "*UNKNOWN*" TO WDS_NAME(WDS_IDX)
                PERFORM VARYING WDD_IDX FROM 1 BY 1 UNTIL WDD_IDX > 7
                    MOVE ZERO TO WDS_DAYS(WDS_IDX WDD_IDX)
                        WDS_SALES(WDS_IDX WDD_IDX)
                        WDS_CUST(WDS_IDX WDD_IDX)
                        WDS_LY_DAYS(WDS_IDX WDD_IDX)
                        WDS_LY_SALES(WDS_IDX WDD_IDX)
                        WDS_LY_CUST(WDS_IDX WDD_IDX)
                END-PERFORM
            WHEN WDS_STORE(WDS_IDX) = SH_STORE
                CONTINUE
        END-SEARCH.
        SET WDD_IDX TO WK_WEEKDAY.
        IF WK_YEAR_CURRENT
            THEN
                ADD 1 TO WDS_DAYS(WDS_IDX WDD_IDX)
                ADD SH_AMOUNT TO WDS_SALES(WDS_IDX WDD_IDX)
                ADD SH_CUSTOMER TO WDS_CUST(WDS_IDX WDD_IDX)
            ELSE
                ADD 1 TO WDS_LY_DAYS(WDS_IDX WDD_IDX)
                ADD SH_AMOUNT TO WDS_LY_SALES(WDS_IDX WDD_IDX)
                ADD SH_CUSTOMER TO WDS_LY_CUST(WDS_IDX WDD_IDX)
        END-IF.
        ADD 1 TO WK_LINE_CNT.
    HISTORY-LINE-EXIT.
    *>2.順位表への登録(店舗1件の期間合計と客単価)
    BUILD-RANK-RTN SECTION.
        ADD 1 TO RNK_TBL_SIZE.
        SET RNK_IDX TO RNK_TBL_SIZE.
        MOVE WDS_STORE(WDS_IDX) TO RNK_STORE(RNK_IDX).
        MOVE WDS_NAME(WDS_IDX) TO RNK_NAME(RNK_IDX).
        MOVE ZERO TO RNK_SALES(RNK_IDX) RNK_CUST(RNK_IDX)
            RNK_LY_SALES(RNK_IDX) RNK_LY_CUST(RNK_IDX).
        PERFORM VARYING WDD_IDX FROM 1 BY 1 UNTIL WDD_IDX > 7
            ADD WDS_SALES(WDS_IDX WDD_IDX) TO RNK_SALES(RNK_IDX)
            ADD WDS_CUST(WDS_IDX WDD_IDX) TO RNK_CUST(RNK_IDX)
            ADD WDS_LY_SALES(WDS_IDX WDD_IDX) TO RNK_LY_SALES(RNK_IDX)
            ADD WDS_LY_CUST(WDS_IDX WDD_IDX) TO RNK_LY_CUST(RNK_IDX)
        END-PERFORM.
        MOVE ZERO TO RNK_SPEND(RNK_IDX) RNK_LY_SPEND(RNK_IDX).
        IF RNK_CUST(RNK_IDX) > ZERO
            THEN
                COMPUTE RNK_SPEND(RNK_IDX) ROUNDED =
                    RNK_SALES(RNK_IDX) / RNK_CUST(RNK_IDX)
        END-IF.
        IF RNK_LY_CUST(RNK_IDX) > ZERO
            THEN
                COMPUTE RNK_LY_SPEND(RNK_IDX) ROUNDED =
                    RNK_LY_SALES(RNK_IDX) / RNK_LY_CUST(RNK_IDX)
        END-IF.
        ADD RNK_SALES(RNK_IDX) TO WK_CHAIN_SALES.
        ADD RNK_CUST(RNK_IDX) TO WK_CHAIN_CUST.
        ADD RNK_LY_SALES(RNK_IDX) TO WK_CHAIN_LY_SALES.
        ADD RNK_LY_CUST(RNK_IDX) TO WK_CHAIN_LY_CUST.
    BUILD-RANK-EXIT.
    *>3.曜日別売上分析の出力(店舗ごとの曜日明細→全店の客単価順位表)
    WRITE-REPORT-RTN SECTION.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_TODAY TO WDR_TODAY.
        WRITE PRINT_RECORD FROM WDR_TITLE_LINE AFTER PAGE.
        MOVE WK_FROM_DATE TO WDR_FROM.
        MOVE WK_TO_DATE TO WDR_TO.
        MOVE WK_LY_FROM_DATE TO WDR_LY_FROM.
        MOVE WK_LY_TO_DATE TO WDR_LY_TO.
        WRITE PRINT_RECORD FROM WDR_PERIOD_LINE AFTER 1 LINE.
        IF WDS_TBL_SIZE = ZERO
            THEN
                WRITE PRINT_RECORD FROM WDR_NONE_LINE AFTER 2 LINE
                CLOSE PRINT_FILE
                GO TO WRITE-REPORT-EXIT
        END-IF.
        PERFORM WRITE-STORE-RTN
            VARYING WDS_IDX FROM 1 BY 1
            UNTIL WDS_IDX > WDS_TBL_SIZE.
        MOVE "CHAIN RANKING BY SPEND PER CUSTOMER" TO WDR_SECTION_TITLE.
        WRITE PRINT_RECORD FROM WDR_SECTION_LINE AFTER 2 LINE.
        WRITE PRINT_RECORD FROM WDR_RANK_COLUMN_LINE AFTER 1 LINE.
        PERFORM VARYING RNK_IDX FROM 1 BY 1
                UNTIL RNK_IDX > RNK_TBL_SIZE
            SET WDR_RANK TO RNK_IDX
            MOVE RNK_STORE(RNK_IDX) TO WDR_RANK_STORE
            MOVE RNK_NAME(RNK_IDX) TO WDR_RANK_NAME
            MOVE RNK_SALES(RNK_IDX) TO WDR_RANK_SALES
            MOVE RNK_CUST(RNK_IDX) TO WDR_RANK_CUST
            MOVE RNK_SPEND(RNK_IDX) TO WK_SPEND
            MOVE RNK_LY_SPEND(RNK_IDX) TO WK_LY_SPEND
            PERFORM RANK-LINE-RTN
        END-PERFORM.
        SET WK_CHAIN_LINE TO TRUE.
        MOVE ZERO TO WDR_RANK.
        MOVE SPACE TO WDR_RANK_STORE.
        MOVE "CHAIN" TO WDR_RANK_NAME.
        MOVE WK_CHAIN_SALES TO WDR_RANK_SALES.
        MOVE WK_CHAIN_CUST TO WDR_RANK_CUST.
        MOVE ZERO TO WK_SPEND WK_LY_SPEND.
        IF WK_CHAIN_CUST > ZERO
            THEN
                COMPUTE WK_SPEND ROUNDED =
                    WK_CHAIN_SALES / WK_CHAIN_CUST
        END-IF.
        IF WK_CHAIN_LY_CUST > ZERO
            THEN
                COMPUTE WK_LY_SPEND ROUNDED =
                    WK_CHAIN_LY_SALES / WK_CHAIN_LY_CUST
        END-IF.
        PERFORM RANK-LINE-RTN.
        CLOSE PRINT_FILE.
    WRITE-REPORT-EXIT.
    *>3-1.店舗1件の曜日明細(月曜〜日曜と店舗計)
    WRITE-STORE-RTN SECTION.
        MOVE WDS_STORE(WDS_IDX) TO WDR_STORE.
        MOVE WDS_NAME(WDS_IDX) TO WDR_STORE_NAME.
        WRITE PRINT_RECORD FROM WDR_STORE_LINE AFTER 2 LINE.
        WRITE PRINT_RECORD FROM WDR_COLUMN_LINE1 AFTER 1 LINE.
        WRITE PRINT_RECORD FROM WDR_COLUMN_LINE2 AFTER 1 LINE.
        PERFORM VARYING WDD_IDX FROM 1 BY 1 UNTIL WDD_IDX > 7
            MOVE WK_DAY_NAME(WDD_IDX) TO WDR_DAY
            MOVE WDS_DAYS(WDS_IDX WDD_IDX) TO WK_C_DAYS
            MOVE WDS_SALES(WDS_IDX WDD_IDX) TO WK_C_SALES
            MOVE WDS_CUST(WDS_IDX WDD_IDX) TO WK_C_CUST
            MOVE WDS_LY_DAYS(WDS_IDX WDD_IDX) TO WK_C_LY_DAYS
            MOVE WDS_LY_SALES(WDS_IDX WDD_IDX) TO WK_C_LY_SALES
            MOVE WDS_LY_CUST(WDS_IDX WDD_IDX) TO WK_C_LY_CUST
            PERFORM DETAIL-LINE-RTN
        END-PERFORM.
        MOVE "ALL" TO WDR_DAY.
        MOVE ZERO TO WK_CALC.
        PERFORM VARYING WDD_IDX FROM 1 BY 1 UNTIL WDD_IDX > 7
            ADD WDS_DAYS(WDS_IDX WDD_IDX) TO WK_C_DAYS
            ADD WDS_SALES(WDS_IDX WDD_IDX) TO WK_C_SALES
            ADD WDS_CUST(WDS_IDX WDD_IDX) TO WK_C_CUST
            ADD WDS_LY_DAYS(WDS_IDX WDD_IDX) TO WK_C_LY_DAYS
            ADD WDS_LY_SALES(WDS_IDX WDD_IDX) TO WK_C_LY_SALES
            ADD WDS_LY_CUST(WDS_IDX WDD_IDX) TO WK_C_LY_CUST
        END-PERFORM.
        PERFORM DETAIL-LINE-RTN.
    WRITE-STORE-EXIT.
    *>3-2.曜日明細1行(平均売上・平均客数・客単価と前年比)
    DETAIL-LINE-RTN SECTION.
        MOVE ZERO TO WK_AVG_SALES WK_AVG_CUST WK_SPEND
            WK_LY_AVG_SALES WK_LY_AVG_CUST WK_LY_SPEND.
        IF WK_C_DAYS > ZERO
            THEN
                COMPUTE WK_AVG_SALES ROUNDED = WK_C_SALES / WK_C_DAYS
                COMPUTE WK_AVG_CUST ROUNDED = WK_C_CUST / WK_C_DAYS
        END-IF.
        IF WK_C_CUST > ZERO
            THEN
                COMPUTE WK_SPEND ROUNDED = WK_C_SALES / WK_C_CUST
        END-IF.
        IF WK_C_LY_DAYS > ZERO
            THEN
                COMPUTE WK_LY_AVG_SALES ROUNDED =
                    WK_C_LY_SALES / WK_C_LY_DAYS
                COMPUTE WK_LY_AVG_CUST ROUNDED =
                    WK_C_LY_CUST / WK_C_LY_DAYS
        END-IF.
        IF WK_C_LY_CUST > ZERO
            THEN
                COMPUTE WK_LY_SPEND ROUNDED =
                    WK_C_LY_SALES / WK_C_LY_CUST
        END-IF.
        MOVE WK_C_DAYS TO WDR_DAYS.
        MOVE WK_AVG_SALES TO WDR_AVG_SALES.
        MOVE WK_AVG_CUST TO WDR_AVG_CUST.
        MOVE WK_SPEND TO WDR_SPEND.
        MOVE WK_C_LY_DAYS TO WDR_LY_DAYS.
        MOVE WK_LY_AVG_SALES TO WDR_LY_AVG_SALES.
        MOVE WK_LY_AVG_CUST TO WDR_LY_AVG_CUST.
        MOVE WK_LY_SPEND TO WDR_LY_SPEND.
        MOVE SPACE TO WDR_SALES_PCT WDR_SPEND_PCT.
        IF WK_C_DAYS > ZERO AND WK_LY_AVG_SALES > ZERO
            THEN
                COMPUTE WK_PCT ROUNDED =
                    (WK_AVG_SALES - WK_LY_AVG_SALES) * 100
                    / WK_LY_AVG_SALES
                MOVE WK_PCT TO WK_PCT_EDIT
                MOVE WK_PCT_EDIT TO WDR_SALES_PCT
        END-IF.
        IF WK_SPEND > ZERO AND WK_LY_SPEND > ZERO
            THEN
                COMPUTE WK_PCT ROUNDED =
                    (WK_SPEND - WK_LY_SPEND) * 100 / WK_LY_SPEND
                MOVE WK_PCT TO WK_PCT_EDIT
                MOVE WK_PCT_EDIT TO WDR_SPEND_PCT
        END-IF.
        WRITE PRINT_RECORD FROM WDR_DETAIL_LINE AFTER 1 LINE.
    DETAIL-LINE-EXIT.
    *>3-3.順位表1行(前年より客単価が下がった店舗に**DOWN**)
    RANK-LINE-RTN SECTION.
        MOVE WK_SPEND TO WDR_RANK_SPEND.
        MOVE WK_LY_SPEND TO WDR_RANK_LY_SPEND.
        MOVE SPACE TO WDR_RANK_PCT WDR_RANK_FLAG.
        IF WK_SPEND > ZERO AND WK_LY_SPEND > ZERO
            THEN
                COMPUTE WK_PCT ROUNDED =
                    (WK_SPEND - WK_LY_SPEND) * 100 / WK_LY_SPEND
                MOVE WK_PCT TO WK_PCT_EDIT
                MOVE WK_PCT_EDIT TO WDR_RANK_PCT
                IF WK_SPEND < WK_LY_SPEND AND NOT WK_CHAIN_LINE
                    THEN
                        MOVE "**DOWN**" TO WDR_RANK_FLAG
                        ADD 1 TO WK_DOWN_CNT
                END-IF
        END-IF.
        IF WK_CHAIN_LINE
            THEN
                WRITE PRINT_RECORD FROM WDR_RANK_LINE AFTER 2 LINE
            ELSE
                WRITE PRINT_RECORD FROM WDR_RANK_LINE AFTER 1 LINE
        END-IF.
    RANK-LINE-EXIT.
    *>4.店舗名の解決(店舗マスタに無い店舗は*UNKNOWN*のまま)
    RESOLVE-NAME-RTN SECTION.
        OPEN INPUT STORE_MASTER_FILE.
        IF STORE_MASTER_STATUS NOT = "00"
            THEN
                GO TO RESOLVE-NAME-EXIT
        END-IF.
        PERFORM UNTIL STORE_MASTER_STATUS NOT = "00"
            READ STORE_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    SET WDS_IDX TO 1
                    SEARCH WDS_TBL
                        AT END
                            CONTINUE
                        WHEN WDS_STORE(WDS_IDX) = STM_ID
                            MOVE STM_NAME TO WDS_NAME(WDS_IDX)
                    END-SEARCH
            END-READ
        END-PERFORM.
        CLOSE STORE_MASTER_FILE.
    RESOLVE-NAME-EXIT.
*>WeekdayParm.txtの1行 = 開始日(8) 終了日(8)(例: 20260701 20260930。空白区切り)
*>前年の比較期間は開始日・終了日の364日前(52週前)。同じ曜日どうしで比べる
*>SalesHistory.txtの1行 = 店舗(4) 日付(8) 売上(7) 客数(5)
*>  (APPLICATION_33_ROLLUPが日計"T"を受け付けたときに書く)
*>客単価 = 売上 ÷ 客数(円未満四捨五入)。変化率は前年比の増減%(前年が0なら空白)
*>WeekdaySales.txt = 曜日別売上分析(見出し行は"***"で始まる)
