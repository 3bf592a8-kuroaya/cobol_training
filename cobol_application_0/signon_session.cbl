*>SIGNON_SESSION メインメニュー(APPLICATION_165_MAIN_MENU)でサインオンした
*>オペレータを実行単位の中で保持する共通サブルーチン。メニューから呼ばれた
*>プログラムは、OPERATOR_SIGNONやオペレータIDの入力で改めて名乗らずに、
*>メニューでサインオンしたIDと権限のまま動く
*>  モード"S" = 保持の開始(メニューがサインオン直後に登録する)
*>  モード"G" = 参照(保持中なら"Y"とID・氏名・権限を返す。無ければ"N")
*>  モード"E" = 保持の終了(メニューのサインオフ)
*>保持はメモリ上だけで、ファイルには残さない(単独で起動したプログラムは
*>従来どおりその場でサインオンする)
IDENTIFICATION DIVISION.
PROGRAM-ID. SIGNON_SESSION.
DATA DIVISION.
    WORKING-STORAGE SECTION.
        01 SSN-HELD PIC X(01) VALUE "N".
        01 SSN-OPERATOR PIC X(05) VALUE SPACE.
        01 SSN-NAME PIC X(10) VALUE SPACE.
        01 SSN-AUTHORITY PIC 9(01) VALUE ZERO.
    LINKAGE SECTION.
        01 SS-MODE PIC X(01).
        01 SS-OPERATOR PIC X(05).
        01 SS-NAME PIC X(10).
        01 SS-AUTHORITY PIC 9(01).
        01 SS-RESULT PIC X(01).
            88 SS-HELD VALUE "Y".
            88 SS-NOT-HELD VALUE "N".
PROCEDURE DIVISION USING SS-MODE SS-OPERATOR SS-NAME SS-AUTHORITY
        SS-RESULT.
    MAIN-RTN SECTION.
        EVALUATE SS-MODE
            WHEN "S"
                MOVE "Y" TO SSN-HELD
                MOVE SS-OPERATOR TO SSN-OPERATOR
                MOVE SS-NAME TO SSN-NAME
                MOVE SS-AUTHORITY TO SSN-AUTHORITY
            WHEN "E"
                MOVE "N" TO SSN-HELD
                MOVE SPACE TO SSN-OPERATOR SSN-NAME
                MOVE ZERO TO SSN-AUTHORITY
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
        IF SSN-HELD = "Y"
            THEN
                SET SS-HELD TO TRUE
                MOVE SSN-OPERATOR TO SS-OPERATOR
                MOVE SSN-NAME TO SS-NAME
                MOVE SSN-AUTHORITY TO SS-AUTHORITY
            ELSE
                SET SS-NOT-HELD TO TRUE
        END-IF.
        EXIT PROGRAM.
    MAIN-EXIT.
END PROGRAM SIGNON_SESSION.
