        IF WK_SO_RESULT NOT = "Y"
            THEN
                DISPLAY "SIGN-ON FAILED. PROGRAM ENDS."
                GOBACK
        END-IF.
        IF WK_SO_AUTHORITY < 3
            THEN
                DISPLAY "BREAK-LOCK REQUIRES AUTHORITY 3."
                GOBACK
        END-IF.
        PERFORM LOAD_LOCKS_PROC.
        IF LOCK_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO LOCKS ON REGISTRY."
                GOBACK
        END-IF.
        PERFORM VARYING WK_LOCK_SUB FROM 1 BY 1
                UNTIL WK_LOCK_SUB > LOCK_TBL_SIZE
                PERFORM SAVE_LOCKS_PROC
                DISPLAY "BREAK-LOCK SESSION END. BROKEN: "
                    WK_BROKEN_CNT
                GOBACK
        END-IF.
        IF WK_ROW_NO < 1 OR WK_ROW_NO > LOCK_TBL_SIZE
            THEN
        EXIT.
*>稼働中のチェーン・保守のロックを外すと事故の再演になる
*>(必ずセッションの終了を確認してから使うこと)
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
