            05 PIC X(06) VALUE " PAGE ".
            05 WMK_PAGE PIC 9(05).
            05 PIC X(23) VALUE SPACE.
*>SIGNON_SESSIONへの受け渡しエリア(メニューでのサインオンの引き継ぎ)
        01 WK_SS_AREA.
            05 WK_SS_MODE PIC X(01) VALUE "G".
            05 WK_SS_NAME PIC X(10).
            05 WK_SS_AUTHORITY PIC 9(01).
            05 WK_SS_RESULT PIC X(01).
PROCEDURE DIVISION.
    MAIN_PROCEDURE.
    INITIALIZE_PART.
*>メインメニューでサインオン済みならそのIDを使い、単独で起動したときはその場で入力する
        CALL "SIGNON_SESSION" USING WK_SS_MODE WK_OPERATOR WK_SS_NAME
            WK_SS_AUTHORITY WK_SS_RESULT.
        IF WK_SS_RESULT NOT = "Y"
            THEN
                DISPLAY "OPERATOR ID (5 CHARS) >>" WITH NO ADVANCING
                ACCEPT WK_OPERATOR FROM CONSOLE
        END-IF.
        ACCEPT WK_TODAY FROM DATE YYYYMMDD.
        COMPUTE WK_TODAY_INT = FUNCTION INTEGER-OF-DATE(WK_TODAY).
        PERFORM PARM_PROC.
        IF CAT_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO DOCUMENTS ON SPOOL CATALOG."
                GOBACK
        END-IF.
        PERFORM VARYING WK_CAT_SUB FROM 1 BY 1
                UNTIL WK_CAT_SUB > CAT_TBL_SIZE
        IF WK_ROW_NO = 99
            THEN
                PERFORM SAVE_CATALOG_PROC
                GOBACK
        END-IF.
        IF WK_ROW_NO < 1 OR WK_ROW_NO > CAT_TBL_SIZE
            THEN
*>SpoolParm.txtの1行 = 保持日数(3桁)。無ければ30日
*>再出力はReprint.txtへ(各ページの先頭に*** REPRINT ***の透かし行つき)
*>台帳から落ちた文書の実ファイルは通常のログ整理(APPLICATION_39)で片づける
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
