            05 WK_LR_CONFLICT.
                10 WK_LR_CONFLICT_TYPE PIC X(05).
                10 WK_LR_CONFLICT_HOLDER PIC X(10).
*>SIGNON_SESSIONへの受け渡しエリア(メニューでのサインオンの引き継ぎ)
        01 WK_SS_AREA.
            05 WK_SS_MODE PIC X(01) VALUE "G".
            05 WK_SS_NAME PIC X(10).
            05 WK_SS_AUTHORITY PIC 9(01).
            05 WK_SS_RESULT PIC X(01).
PROCEDURE DIVISION.
    MAIN_PROCEDURE.
    INITIALIZE_PART.
*>オペレータIDの受け付けと商品マスタの読み込み
*>メインメニューでサインオン済みならそのIDを使い、単独で起動したときはその場で入力する
        CALL "SIGNON_SESSION" USING WK_SS_MODE WK_OPERATOR WK_SS_NAME
            WK_SS_AUTHORITY WK_SS_RESULT.
        IF WK_SS_RESULT NOT = "Y"
            THEN
                DISPLAY "OPERATOR ID (5 CHARS) >>" WITH NO ADVANCING
                ACCEPT WK_OPERATOR FROM CONSOLE
        END-IF.
*>夜間チェーンがこのマスタを読んでいる間は保守に入らない(MAINTロックを張る)
        MOVE "S" TO WK_LR_MODE.
        MOVE WK_OPERATOR TO WK_LR_HOLDER.
                    WK_LR_CONFLICT_TYPE " "
                    WK_LR_CONFLICT_HOLDER
                    ". MAINTENANCE REFUSED."
                GOBACK
        END-IF.
        PERFORM LOAD_SHOHIN_PROC.
    EXEC_MENU_PROC.
                DISPLAY "SESSION END. PENDING CHANGES: "
                    WK_PENDING_CNT
                    " (APPLY VIA APPLICATION_104_CHANGE_REVIEW)"
                GOBACK
            WHEN OTHER
                DISPLAY "INVALID SELECTION."
        END-EVALUATE.
*>PendingMasterChange.txtの1行 = 対象(4:EMP/PROD) 操作(10) キー(5:品番は5桁)
*>新値(40) 起票者(5) 起票日(8) 起票時刻(8)
*>マスタの更新と変更履歴の記帳はAPPLICATION_104_CHANGE_REVIEWの承認者が行う
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
