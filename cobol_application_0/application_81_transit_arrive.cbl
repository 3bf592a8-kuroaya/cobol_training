        IF TRN_TBL_SIZE = ZERO
            THEN
                DISPLAY "NOTHING IN TRANSIT."
                GOBACK
        END-IF.
        PERFORM LOAD-INVENTORY-RTN.
        PERFORM LOAD-LOT-RTN.
                CLOSE MOVEMENT_JOURNAL_FILE
        END-IF.
        DISPLAY "ARRIVALS CONFIRMED: " WK_ARRIVED_CNT.
        GOBACK.
    TRANSIT_ARRIVE_EXIT.
    *>1.輸送中の一覧表示(行番号つき)
    LIST-TRANSIT-RTN SECTION.
*>InTransit.txtの1行 = 発送日(8) 移動元(6) 移動先(6) 数量(5) ロット(6) 賞味期限(8)
*>到着確認した行は移動先へ加算され、ジャーナルへ種別"A"(到着)で記帳される
*>確認しなかった行は輸送中のまま残る(滞留はAPPLICATION_82_TRANSIT_REPORTで監視)
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
