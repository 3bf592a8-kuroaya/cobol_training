*>対象月(BudgetRptParm.txt、無ければ当月)の実績と前年同月の実績を集計して、
*>店舗ごとに 実績/予算/前年/達成率 を並べたレポート(SalesVsBudget.txt)を出力する
*>最終行に全社合計(運営会議が実際に議論する行)を出す
*>対象期間は暦月ではなく会計期間(会計年度4桁+期間2桁。無ければ業務日付の属する期間)で、
*>実績は会計カレンダー(FISCAL_CALENDAR)が返すその期間の開始日~終了日の売上、
*>前年は前年度の同じ期間の開始日~終了日の売上とする。予算マスタも会計期間で持つ
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_88_BUDGET_RPT.
ENVIRONMENT DIVISION.
        01 STORE_BUDGET_STATUS PIC XX.
        01 SALES_HISTORY_STATUS PIC XX.
        01 BUDGET_PARM_STATUS PIC XX.
*>対象の会計期間と前年度同期間(それぞれの開始日・終了日)
        01 WK_TODAY PIC 9(08).
        01 WK_FC_MODE PIC X(01) VALUE "P".
        01 WK_FC_DATE PIC 9(08) VALUE ZERO.
        01 WK_PERIOD_AREA.
            05 WK_PERIOD PIC 9(06).
            05 WK_PERIOD_PARTS REDEFINES WK_PERIOD.
                10 WK_PERIOD_YYYY PIC 9(04).
                10 WK_PERIOD_MM PIC 9(02).
            05 WK_PERIOD_WEEK PIC 9(02).
            05 WK_PERIOD_START PIC 9(08).
            05 WK_PERIOD_END PIC 9(08).
            05 WK_PERIOD_FOUND PIC X(01).
        01 WK_PRIOR_AREA.
            05 WK_PRIOR_PERIOD PIC 9(06).
            05 WK_PRIOR_PARTS REDEFINES WK_PRIOR_PERIOD.
                10 WK_PRIOR_YYYY PIC 9(04).
                10 WK_PRIOR_MM PIC 9(02).
            05 WK_PRIOR_WEEK PIC 9(02).
            05 WK_PRIOR_START PIC 9(08).
            05 WK_PRIOR_END PIC 9(08).
            05 WK_PRIOR_FOUND PIC X(01).
*>店舗テーブル(実績・予算・前年を店舗別に積む)
        01 STORE_TBL_MASTER.
            05 STORE_TBL_SIZE PIC 9(02) VALUE ZERO.
        01 WK_COMP_PRIOR PIC 9(13) VALUE ZERO.
*>帳票行
        01 BUDGET_HEADER_LINE.
            05 PIC X(33) VALUE "** SALES VS BUDGET FISCAL PERIOD ".
            05 HDR_PERIOD PIC 9(06).
            05 PIC X(02) VALUE SPACE.
            05 HDR_START PIC 9(08).
            05 PIC X(01) VALUE "-".
            05 HDR_END PIC 9(08).
            05 PIC X(03) VALUE " **".
            05 PIC X(19) VALUE SPACE.
        01 BUDGET_DETAIL_LINE.
            05 DET_STORE PIC X(04).
            05 PIC X(01) VALUE SPACE.
            05 PIC X(05) VALUE SPACE.
PROCEDURE DIVISION.
    BUDGET_RPT_RTN SECTION.
    *>初期処理(対象の会計期間の決定、店舗・予算・実績の読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY WK_PERIOD_AREA.
        PERFORM PARM-RTN.
        CALL "FISCAL_CALENDAR" USING WK_FC_MODE WK_FC_DATE
            WK_PERIOD_AREA.
        COMPUTE WK_PRIOR_YYYY = WK_PERIOD_YYYY - 1.
        MOVE WK_PERIOD_MM TO WK_PRIOR_MM.
        CALL "FISCAL_CALENDAR" USING WK_FC_MODE WK_FC_DATE
            WK_PRIOR_AREA.
        PERFORM LOAD-STORES-RTN.
        IF STORE_TBL_SIZE = ZERO
            THEN
    *>主処理(店舗ごとの予実行と全社行)
        OPEN OUTPUT BUDGET_REPORT_FILE.
        MOVE WK_PERIOD TO HDR_PERIOD.
        MOVE WK_PERIOD_START TO HDR_START.
        MOVE WK_PERIOD_END TO HDR_END.
        WRITE BUDGET_REPORT_RECORD FROM BUDGET_HEADER_LINE.
        PERFORM WRITE-ONE-STORE-RTN
            VARYING WK_STORE_SUB FROM 1 BY 1
                CLOSE STORE_MASTER_FILE
        END-IF.
    LOAD-STORES-EXIT.
    *>3.予算マスタの読み込み(対象の会計期間の行だけ店舗テーブルへ)
    LOAD-BUDGET-RTN SECTION.
        OPEN INPUT STORE_BUDGET_FILE.
        IF STORE_BUDGET_STATUS NOT = "00"
        END-PERFORM.
        CLOSE STORE_BUDGET_FILE.
    LOAD-BUDGET-EXIT.
    *>4.売上履歴の集計(対象期間の実績と前年度同期間の実績。日付の範囲で選ぶ)
    LOAD-HISTORY-RTN SECTION.
        OPEN INPUT SALES_HISTORY_FILE.
        IF SALES_HISTORY_STATUS NOT = "00"
                AT END
                    CONTINUE
                NOT AT END
                    IF SH_DATE IS NUMERIC
                            AND ((SH_DATE >= WK_PERIOD_START
                                    AND SH_DATE <= WK_PERIOD_END)
                                OR (SH_DATE >= WK_PRIOR_START
                                    AND SH_DATE <= WK_PRIOR_END))
                        THEN
                            SET STORE_IDX TO 1
                            SEARCH STORE_TBL
                                AT END
                                    CONTINUE
                                WHEN STB_ID(STORE_IDX) = SH_STORE
                                    IF SH_DATE >= WK_PERIOD_START
                                        THEN
                                            ADD SH_AMOUNT TO
                                                STB_ACTUAL(STORE_IDX)
        END-PERFORM.
        CLOSE SALES_HISTORY_FILE.
    LOAD-HISTORY-EXIT.
    *>5.対象期間パラメータの読み込み(無ければ業務日付の属する会計期間)
    PARM-RTN SECTION.
        OPEN INPUT BUDGET_PARM_FILE.
        IF BUDGET_PARM_STATUS = "00"
                CLOSE BUDGET_PARM_FILE
        END-IF.
    PARM-EXIT.
*>StoreBudget.txtの1行 = 店舗(4) 会計期間(6:年度4桁+期間2桁) 予算額(9)
*>BudgetRptParm.txtの1行 = 対象の会計期間(6桁YYYYPP)。無ければ業務日付の属する期間
*>会計カレンダーに無い期間は暦月(YYYYMM)として集計する
*>達成率は四捨五入の整数%。予算0の店舗は0%と表示する
