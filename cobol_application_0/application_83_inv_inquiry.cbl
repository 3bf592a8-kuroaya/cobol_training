        IF WK_SO_RESULT NOT = "Y"
            THEN
                DISPLAY "SIGN-ON FAILED. PROGRAM ENDS."
                GOBACK
        END-IF.
        MOVE "INQUIRY" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
            WHEN 2
                PERFORM PRODUCT_INQUIRY_PROC
            WHEN 9
                GOBACK
            WHEN OTHER
                DISPLAY "INVALID SELECTION."
        END-EVALUATE.
        EXIT.
*>照会は権限1(照会のみ)でも使える。サインオンと照会の使用はSESSION_LOGに残る
*>商品照会は索引マスタ(ProductMasterIdx.dat)のキー指定READで品名を引く
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
