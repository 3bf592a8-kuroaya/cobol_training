        IF WK_SO_RESULT NOT = "Y"
            THEN
                DISPLAY "SIGN-ON FAILED. PROGRAM ENDS."
                GOBACK
        END-IF.
        MOVE "SEARCH" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
            THEN
                CLOSE PRODUCT_MASTER_IDX_FILE
        END-IF.
        GOBACK.
*>商品マスタファイルの読み込み(見つからない場合は従来のデモ5件で起動する)
    LOAD-SHOHIN-RTN SECTION.
        SET TBL_SIZE TO 0.
*>SEARCH~AT END~WHEN~END-SEARCH
*>検索表領域内を逐次検索して、WHENの検索条件に一致するデータがある場合に、
*>WHENからEND-SEARCHの間に書かれた命令軍を実行する
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
