        IF ROM_TBL_SIZE = ZERO
            THEN
                DISPLAY "REORDER MASTER NOT FOUND OR EMPTY."
                GOBACK
        END-IF.
        PERFORM LOAD-DEMAND-RTN.
        DISPLAY "APPLY MODE? (Y=UPDATE MASTER, N=REPORT ONLY) >>"
            ELSE
                DISPLAY "REPORT ONLY. MASTER UNCHANGED."
        END-IF.
        GOBACK.
    REORDER_CALC_EXIT.
    *>1.マスター1行分の提案(需要率×カバー日数。四捨五入)
    PROPOSE-ONE-RTN SECTION.
*>ReorderCalcParm.txtの1行目=分析日数 2行目=最小カバー日数 3行目=最大カバー日数
*>(無ければ90/7/28)。提案 最小=需要率×最小カバー、最大=需要率×最大カバー
*>適用モードでも承認(Y)しなかった行は現行値のまま書き戻される
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
