*>  売上の月合計は期間累計(PeriodAccum.txtのCOMP行MTD)と、
*>  給与の年初来は年間累計(PayYtdMaster.txtの総支給合計)と突き合わせる
*>前月比較のため、各月の数字はMgmtPackHistory.txtへ控える
*>「月」は暦月ではなく会計期間(4-4-5週。会計カレンダーFISCAL_CALENDARで引く):
*>  売上は期間の開始日~終了日、前期は当期の開始日の前日が属する期間、
*>  年初来は会計年度の第1期間の開始日から当期の終了日までの日付で選ぶ
*>  給与は支給年月(暦月)の15日が属する会計期間に計上する
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_113_MGMT_PACK.
ENVIRONMENT DIVISION.
        01 VALUATION_IN_STATUS PIC XX.
        01 PACK_HIST_STATUS PIC XX.
        01 PACK_PARM_STATUS PIC XX.
*>対象の会計期間・前期・年度の第1期間(それぞれの開始日・終了日)
        01 WK_BUSINESS_DATE PIC 9(08).
        01 WK_FC_MODE PIC X(01).
        01 WK_FC_DATE PIC 9(08).
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
            05 WK_PRIOR_WEEK PIC 9(02).
            05 WK_PRIOR_START PIC 9(08).
            05 WK_PRIOR_END PIC 9(08).
            05 WK_PRIOR_FOUND PIC X(01).
        01 WK_YEAR_AREA.
            05 WK_YEAR_PERIOD PIC 9(06).
            05 WK_YEAR_PARTS REDEFINES WK_YEAR_PERIOD.
                10 WK_YEAR_YYYY PIC 9(04).
                10 WK_YEAR_MM PIC 9(02).
            05 WK_YEAR_WEEK PIC 9(02).
            05 WK_YEAR_START PIC 9(08).
            05 WK_YEAR_END PIC 9(08).
            05 WK_YEAR_FOUND PIC X(01).
*>給与の支給年月を会計期間へ寄せる作業域(支給年月の15日で引く)
        01 WK_PAY_DATE PIC 9(08).
        01 WK_PAY_AREA.
            05 WK_PAY_PERIOD PIC 9(06).
            05 WK_PAY_PARTS REDEFINES WK_PAY_PERIOD.
                10 WK_PAY_YYYY PIC 9(04).
                10 WK_PAY_MM PIC 9(02).
            05 WK_PAY_WEEK PIC 9(02).
            05 WK_PAY_START PIC 9(08).
            05 WK_PAY_END PIC 9(08).
            05 WK_PAY_FOUND PIC X(01).
*>集計エリア(売上・給与の当月/前月/年初来)
        01 WK_SALES_MTD PIC 9(11) VALUE ZERO.
        01 WK_SALES_PRIOR PIC 9(11) VALUE ZERO.
        01 SW_ACCUM_SEEN PIC X(01) VALUE SPACE.
*>帳票行
        01 PACK_HEADER_LINE.
            05 PIC X(33) VALUE "** MANAGEMENT PACK FISCAL PERIOD ".
            05 HDR_PERIOD PIC 9(06).
            05 PIC X(02) VALUE SPACE.
            05 HDR_START PIC 9(08).
            05 PIC X(01) VALUE "-".
            05 HDR_END PIC 9(08).
            05 PIC X(03) VALUE " **".
            05 PIC X(29) VALUE SPACE.
        01 PACK_DETAIL_LINE.
            05 DET_LABEL PIC X(15).
            05 PIC X(07) VALUE "PERIOD=".
            05 DET_MONTH PIC Z(12)9.
            05 PIC X(07) VALUE " PRIOR=".
            05 DET_PRIOR PIC Z(12)9.
            05 PIC X(17) VALUE SPACE.
        01 PACK_MOVE_LINE.
            05 PIC X(15) VALUE "STOCK MOVEMENT".
            05 PIC X(07) VALUE "PERIOD=".
            05 MOV_VALUE PIC -(12)9.
            05 PIC X(54) VALUE SPACE.
        01 PACK_TIE_LINE.
            05 PIC X(38) VALUE SPACE.
PROCEDURE DIVISION.
    MGMT_PACK_RTN SECTION.
    *>初期処理(対象の会計期間・前期・年初の決定、各ソースの集計)
        CALL "BUSINESS_DATE" USING WK_BUSINESS_DATE WK_PERIOD_AREA.
        PERFORM PARM-RTN.
        MOVE "P" TO WK_FC_MODE.
        MOVE ZERO TO WK_FC_DATE.
        CALL "FISCAL_CALENDAR" USING WK_FC_MODE WK_FC_DATE
            WK_PERIOD_AREA.
        MOVE WK_PERIOD_YYYY TO WK_YEAR_YYYY.
        MOVE 1 TO WK_YEAR_MM.
        CALL "FISCAL_CALENDAR" USING WK_FC_MODE WK_FC_DATE
            WK_YEAR_AREA.
        MOVE "D" TO WK_FC_MODE.
        COMPUTE WK_FC_DATE = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WK_PERIOD_START) - 1).
        CALL "FISCAL_CALENDAR" USING WK_FC_MODE WK_FC_DATE
            WK_PRIOR_AREA.
        PERFORM SUM-SALES-RTN.
        PERFORM SUM-PAY-RTN.
        PERFORM READ-VALUATION-RTN.
    *>主処理(1枚のステートメントと検算行)
        OPEN OUTPUT MGMT_PACK_FILE.
        MOVE WK_PERIOD TO HDR_PERIOD.
        MOVE WK_PERIOD_START TO HDR_START.
        MOVE WK_PERIOD_END TO HDR_END.
        WRITE MGMT_PACK_RECORD FROM PACK_HEADER_LINE.
        MOVE "REVENUE" TO DET_LABEL.
        MOVE WK_SALES_MTD TO DET_MONTH.
        END-IF.
        WRITE MGMT_PACK_RECORD FROM PACK_TIE_LINE.
        CLOSE MGMT_PACK_FILE.
    *>終了処理(当期値をパック履歴へ控える=翌期の前期列)
        PERFORM SAVE-PACK-HIST-RTN.
        DISPLAY "MANAGEMENT PACK WRITTEN FOR " WK_PERIOD.
        STOP RUN.
    MGMT_PACK_EXIT.
    *>1.売上の集計(当期・前期・年初来。日付の範囲で選ぶ)
    SUM-SALES-RTN SECTION.
        OPEN INPUT SALES_HISTORY_FILE.
        IF SALES_HISTORY_STATUS NOT = "00"
                AT END
                    CONTINUE
                NOT AT END
                    IF SH_DATE IS NUMERIC
                        THEN
                            PERFORM SUM-SALES-ONE-RTN
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE SALES_HISTORY_FILE.
    SUM-SALES-EXIT.
    *>1-1.売上履歴1行の振り分け
    SUM-SALES-ONE-RTN SECTION.
        IF SH_DATE >= WK_PERIOD_START AND SH_DATE <= WK_PERIOD_END
            THEN
                ADD SH_AMOUNT TO WK_SALES_MTD
        END-IF.
        IF SH_DATE >= WK_PRIOR_START AND SH_DATE <= WK_PRIOR_END
            THEN
                ADD SH_AMOUNT TO WK_SALES_PRIOR
        END-IF.
        IF SH_DATE >= WK_YEAR_START AND SH_DATE <= WK_PERIOD_END
            THEN
                ADD SH_AMOUNT TO WK_SALES_YTD
        END-IF.
    SUM-SALES-ONE-EXIT.
    *>2.給与費用の集計(総支給の当期・前期・年初来。支給年月の15日の会計期間で振り分ける)
    SUM-PAY-RTN SECTION.
        OPEN INPUT PAY_HISTORY_FILE.
        IF PAY_HISTORY_STATUS NOT = "00"
                AT END
                    CONTINUE
                NOT AT END
                    IF PH_PERIOD IS NUMERIC
                        THEN
                            PERFORM SUM-PAY-ONE-RTN
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE PAY_HISTORY_FILE.
    SUM-PAY-EXIT.
    *>2-1.給与履歴1行の振り分け
    SUM-PAY-ONE-RTN SECTION.
        COMPUTE WK_PAY_DATE = PH_PERIOD * 100 + 15.
        MOVE "D" TO WK_FC_MODE.
        CALL "FISCAL_CALENDAR" USING WK_FC_MODE WK_PAY_DATE
            WK_PAY_AREA.
        IF WK_PAY_PERIOD = WK_PERIOD
            THEN
                ADD PH_GROSS TO WK_PAY_MTD
        END-IF.
        IF WK_PAY_PERIOD = WK_PRIOR_PERIOD
            THEN
                ADD PH_GROSS TO WK_PAY_PRIOR
        END-IF.
        IF WK_PAY_YYYY = WK_PERIOD_YYYY
                AND WK_PAY_PERIOD <= WK_PERIOD
            THEN
                ADD PH_GROSS TO WK_PAY_YTD
        END-IF.
    SUM-PAY-ONE-EXIT.
    *>3.在庫金額(評価レポートの全社合計行"COMPANY TOTAL VALUE:"を読む)
    READ-VALUATION-RTN SECTION.
        OPEN INPUT VALUATION_IN_FILE.
        END-PERFORM.
        CLOSE VALUATION_IN_FILE.
    READ-VALUATION-EXIT.
    *>4.パック履歴(前期の在庫金額の出所。当期値は終了時に書き足す)
    LOAD-PACK-HIST-RTN SECTION.
        OPEN INPUT PACK_HIST_FILE.
        IF PACK_HIST_STATUS = "00"
                CLOSE PAY_YTD_FILE
        END-IF.
    LOAD-YTD-GROSS-EXIT.
    *>6.対象期間パラメータの読み込み(無ければ業務日付の属する会計期間)
    PARM-RTN SECTION.
        OPEN INPUT PACK_PARM_FILE.
        IF PACK_PARM_STATUS = "00"
                CLOSE PACK_PARM_FILE
        END-IF.
    PARM-EXIT.
*>MgmtPackParm.txtの1行 = 対象の会計期間(6桁YYYYPP)。無ければ業務日付の属する期間
*>MgmtPackHistory.txtの1行 = 会計期間(6) 売上(11) 給与(11) 在庫金額(13)
*>在庫の前期値はこの履歴から取る(初回は前期0=増減が当期値になる)
*>期間累計(PeriodAccum.txt)はAPPLICATION_33_ROLLUPが会計年度・期間で積むので、
*>COMP行の年・月欄を会計年度・期間として突き合わせる
*>給与の年初来は会計年度で数える。PayYtdMaster.txtは年次締め(APPLICATION_91)で0に切られるため、
*>年次締めを会計年度末に流す運用でこの検算が一致する
*>検算:売上の月合計は期間累計COMP行のMTDと、給与の年初来は
*>PayYtdMaster.txtの総支給合計と一致すること(**MISMATCH**は
*>遡及調整・保留トランザクション・期ずれが疑われる)
