*>売上トレンドレポート APPLICATION_33_ROLLUPが追記する日次売上履歴
*>(SalesHistory.txt)を全件読み込み、当期の日次全社売上を
*>前期の同じ日と並べて増減率つきで印字する
*>「今月はどう推移しているか」に手元の表計算なしで答えるためのもの
*>期間は暦月ではなく会計期間(4-4-5週)で、業務日付(BUSINESS_DATE)の属する期間を
*>当期、その前の期間を前期とする(期間の範囲は会計カレンダーFISCAL_CALENDARから得る)
*>期間累計(PeriodAccum.txt)のMTD/YTD行もあわせて転記する
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_49_SALES_TREND.
    WORKING-STORAGE SECTION.
        01 SALES_HISTORY_STATUS PIC XX.
        01 PERIOD_ACCUM_STATUS PIC XX.
*>当期と前期の会計期間(前期は当期の開始日の前日が属する期間)
        01 WK_TODAY PIC 9(08).
        01 WK_FC_MODE PIC X(01) VALUE "D".
        01 WK_PREV_DATE PIC 9(08).
        01 WK_THIS_AREA.
            05 WK_THIS_PERIOD PIC 9(06).
            05 WK_THIS_PARTS REDEFINES WK_THIS_PERIOD.
                10 WK_THIS_YEAR PIC 9(04).
                10 WK_THIS_PP PIC 9(02).
            05 WK_THIS_WEEK PIC 9(02).
            05 WK_THIS_START PIC 9(08).
            05 WK_THIS_END PIC 9(08).
            05 WK_THIS_FOUND PIC X(01).
        01 WK_PREV_AREA.
            05 WK_PREV_PERIOD PIC 9(06).
            05 WK_PREV_WEEK PIC 9(02).
            05 WK_PREV_START PIC 9(08).
            05 WK_PREV_END PIC 9(08).
            05 WK_PREV_FOUND PIC X(01).
        01 WK_THIS_START_INT PIC 9(08).
        01 WK_PREV_START_INT PIC 9(08).
        01 WK_SH_DATE PIC 9(08).
        01 WK_SH_DATE_INT PIC 9(08).
        01 WK_DAY_OFFSET PIC S9(08).
*>日別の全社売上(当期と前期。期間の何日目かをインデックスに全店舗分を合算する。
*>5週の期間に53週目が付くと最大42日)
        01 DAY_TBL_AREA.
            05 DAY_TBL OCCURS 42 TIMES INDEXED BY DAY_IDX.
                10 DAY_THIS_AMOUNT PIC 9(09).
                10 DAY_PREV_AMOUNT PIC 9(09).
        01 WK_DAY_NUM PIC 9(02).
        01 WK_DIFF PIC S9(10).
*>帳票行
        01 REPORT_TITLE_LINE.
            05 PIC X(29) VALUE "** SALES TREND FISCAL PERIOD ".
            05 TTL_YEAR PIC 9(04).
            05 PIC X(01) VALUE "/".
            05 TTL_PERIOD PIC 9(02).
            05 PIC X(13) VALUE " VS PRIOR **".
            05 PIC X(21) VALUE SPACE.
        01 REPORT_HEADER_LINE.
            05 PIC X(42) VALUE
                "DAY  THIS PERIOD  LAST PERIOD    MOVE%".
            05 PIC X(28) VALUE SPACE.
        01 REPORT_DETAIL_LINE.
            05 RPT_DAY PIC Z9.
            05 PIC X(26) VALUE SPACE.
PROCEDURE DIVISION.
    SALES_TREND_RTN SECTION.
    *>初期処理(当期・前期の会計期間の決定と日別テーブルのクリア)
        CALL "BUSINESS_DATE" USING WK_TODAY WK_THIS_AREA.
        COMPUTE WK_THIS_START_INT =
            FUNCTION INTEGER-OF-DATE(WK_THIS_START).
        COMPUTE WK_PREV_DATE =
            FUNCTION DATE-OF-INTEGER(WK_THIS_START_INT - 1).
        CALL "FISCAL_CALENDAR" USING WK_FC_MODE WK_PREV_DATE
            WK_PREV_AREA.
        COMPUTE WK_PREV_START_INT =
            FUNCTION INTEGER-OF-DATE(WK_PREV_START).
        MOVE ZERO TO DAY_TBL_AREA.
    *>主処理(履歴を全件読み、当期分と前期分を日別に合算する)
        PERFORM SCAN-HISTORY-RTN.
    *>レポート出力
        PERFORM REPORT-RTN.
        END-PERFORM.
        CLOSE SALES_HISTORY_FILE.
    SCAN-HISTORY-EXIT.
    *>1-1.履歴1件分の日別合算(当期分と前期分のみ対象)
    TALLY-ONE-RTN SECTION.
        IF SH_DATE IS NOT NUMERIC
            THEN
                GO TO TALLY-ONE-EXIT
        END-IF.
        MOVE SH_DATE TO WK_SH_DATE.
        IF WK_SH_DATE < WK_PREV_START
                OR WK_SH_DATE > WK_THIS_END
            THEN
                GO TO TALLY-ONE-EXIT
        END-IF.
        COMPUTE WK_SH_DATE_INT = FUNCTION INTEGER-OF-DATE(WK_SH_DATE).
        IF WK_SH_DATE >= WK_THIS_START
            THEN
                COMPUTE WK_DAY_OFFSET = WK_SH_DATE_INT
                    - WK_THIS_START_INT + 1
            ELSE
                COMPUTE WK_DAY_OFFSET = WK_SH_DATE_INT
                    - WK_PREV_START_INT + 1
        END-IF.
        IF WK_DAY_OFFSET < 1 OR WK_DAY_OFFSET > 42
            THEN
                GO TO TALLY-ONE-EXIT
        END-IF.
        MOVE WK_DAY_OFFSET TO WK_DAY_NUM.
        SET DAY_IDX TO WK_DAY_NUM.
        IF WK_SH_DATE >= WK_THIS_START
            THEN
                ADD SH_AMOUNT TO DAY_THIS_AMOUNT(DAY_IDX)
            ELSE
                ADD SH_AMOUNT TO DAY_PREV_AMOUNT(DAY_IDX)
        END-IF.
    TALLY-ONE-EXIT.
    REPORT-RTN SECTION.
        OPEN OUTPUT TREND_REPORT_FILE.
        MOVE WK_THIS_YEAR TO TTL_YEAR.
        MOVE WK_THIS_PP TO TTL_PERIOD.
        WRITE TREND_REPORT_RECORD FROM REPORT_TITLE_LINE.
        WRITE TREND_REPORT_RECORD FROM REPORT_HEADER_LINE.
        PERFORM VARYING DAY_IDX FROM 1 BY 1 UNTIL DAY_IDX > 42
            IF DAY_THIS_AMOUNT(DAY_IDX) > ZERO
                    OR DAY_PREV_AMOUNT(DAY_IDX) > ZERO
                THEN
        CLOSE TREND_REPORT_FILE.
        DISPLAY "SALES TREND REPORT WRITTEN".
    REPORT-EXIT.
    *>2-1.1日分の明細行(増減率 =(当期-前期)/前期×100)
    WRITE-DAY-RTN SECTION.
        SET WK_DAY_NUM TO DAY_IDX.
        MOVE WK_DAY_NUM TO RPT_DAY.
        END-IF.
        WRITE TREND_REPORT_RECORD FROM REPORT_DETAIL_LINE.
    WRITE-DAY-EXIT.
    *>2-2.期間累計(MTD/YTD。会計期間・会計年度の累計)の転記
    WRITE-ACCUM-RTN SECTION.
        OPEN INPUT PERIOD_ACCUM_FILE.
        IF PERIOD_ACCUM_STATUS NOT = "00"
        END-PERFORM.
        CLOSE PERIOD_ACCUM_FILE.
    WRITE-ACCUM-EXIT.
*>増減率は前期の同じ日目(期間の何日目か)との比。前期実績のない日は"(NEW)"と表示する
*>前期は当期の開始日の前日が属する会計期間(年度の第1期間なら前年度の最終期間)
*>会計カレンダーが無い日付は暦月を期間として扱う(従来どおりの前月比になる)
