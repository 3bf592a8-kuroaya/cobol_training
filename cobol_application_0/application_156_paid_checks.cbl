*>小切手の取立消込 銀行から届く支払済み小切手ファイル(BankPaidChecks.txt:
*>小切手番号/支払日/支払金額)を小切手登録簿(CheckRegister.txt)と突き合わせ、
*>未取立(O)の小切手を現金化(C)にして支払日を記入する
*>次の行は例外として突き合わせレポート(PaidCheckRecon.txt)に挙げる
*>  UNKNOWN =登録簿に無い小切手番号(偽造・番号改ざんの疑い)
*>  AMOUNT  =発行額と支払額が違う(改ざんの疑い。お金は出ているので現金化にする)
*>  DUPPAID =既に現金化済みの小切手がまた支払われた
*>  STALEPD =失効(S)にして再支払待ちへ戻した小切手が支払われた(二重払いの恐れ)
*>  BADLINE =番号・金額が数字でない行
*>例外があれば戻り値4。受け取ったファイルは伝送登録簿(TRANSMIT_LOG)へ受信として登録する
*>最後に未取立の残り(件数・金額)を載せる
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_156_PAID_CHECKS.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PAID_CHECK_FILE
            ASSIGN TO "BankPaidChecks.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAID_CHECK_STATUS.
        SELECT CHECK_REGISTER_FILE
            ASSIGN TO "CheckRegister.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHECK_REGISTER_STATUS.
        SELECT PRINT_FILE
            ASSIGN TO "PaidCheckRecon.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
    FILE SECTION.
        FD PAID_CHECK_FILE.
        01 PAID_CHECK_RECORD.
            05 PDC_CHECK_NO PIC X(06).
            05 FILLER PIC X(01).
            05 PDC_PAID_DATE PIC X(08).
            05 FILLER PIC X(01).
            05 PDC_AMOUNT PIC X(07).
        FD CHECK_REGISTER_FILE.
        01 CHECK_REGISTER_RECORD.
            05 CKR_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 CKR_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 CKR_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01).
            05 CKR_AMOUNT PIC 9(07).
            05 FILLER PIC X(01).
            05 CKR_CHECK_STATUS PIC X(01).
            05 FILLER PIC X(01).
            05 CKR_CLEAR_DATE PIC X(08).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 PAID_CHECK_STATUS PIC XX.
        01 CHECK_REGISTER_STATUS PIC XX.
        01 WK_TODAY PIC 9(08).
        01 WK_OVERFLOW_SW PIC X(01) VALUE "N".
*>小切手登録簿テーブル(取立を記入して書き戻す)
        01 CKR_TBL_MASTER.
            05 CKR_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 CKR_TBL OCCURS 0 TO 9999
                DEPENDING ON CKR_TBL_SIZE
                INDEXED BY CKR_IDX.
                10 CKT_NO PIC 9(06).
                10 CKT_DATE PIC 9(08).
                10 CKT_EMPLOYEE PIC X(05).
                10 CKT_AMOUNT PIC 9(07).
                10 CKT_STATUS PIC X(01).
                10 CKT_CLEAR_DATE PIC X(08).
*>支払済み1行の判定
        01 WK_RESULT PIC X(08).
        01 WK_PAID_AMOUNT PIC 9(07).
*>件数集計
        01 WK_PAID_CNT PIC 9(05) VALUE ZERO.
        01 WK_PAID_TOTAL PIC 9(13) VALUE ZERO.
        01 WK_CASHED_CNT PIC 9(05) VALUE ZERO.
        01 WK_EXCEPTION_CNT PIC 9(05) VALUE ZERO.
        01 WK_OUTSTAND_CNT PIC 9(05) VALUE ZERO.
        01 WK_OUTSTAND_TOTAL PIC 9(11) VALUE ZERO.
*>伝送登録簿への登録用(銀行からの支払済みファイルは受信として登録する)
        01 WK_TL_AREA.
            05 WK_TL_MODE PIC X(01) VALUE "L".
            05 WK_TL_DIRECTION PIC X(01) VALUE "I".
            05 WK_TL_FILE PIC X(30) VALUE "BankPaidChecks.txt".
            05 WK_TL_COUNT PIC 9(07).
            05 WK_TL_TOTAL PIC 9(13).
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "PaidCheckRecon.txt".
*>帳票行(見出し/項目名/明細/合計)
        01 PCR_TITLE_LINE.
            05 PIC X(40) VALUE "*** PAID CHECK RECONCILIATION ***".
            05 PIC X(10) VALUE "RUN DATE: ".
            05 PCR_TODAY PIC 9(08).
            05 PIC X(22) VALUE SPACE.
        01 PCR_COLUMN_LINE.
            05 PIC X(40) VALUE
                "CHECK  ISSUED   EMP    ISSUED AMT PAID D".
            05 PIC X(40) VALUE
                "ATE     PAID AMT RESULT".
        01 PCR_DETAIL_LINE.
            05 PCR_CHECK_NO PIC X(06).
            05 PIC X(01) VALUE SPACE.
            05 PCR_ISSUE_DATE PIC X(08).
            05 PIC X(01) VALUE SPACE.
            05 PCR_EMPLOYEE PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 PCR_ISSUE_AMOUNT PIC Z,ZZZ,ZZ9.
            05 PCR_ISSUE_BLANK REDEFINES PCR_ISSUE_AMOUNT PIC X(09).
            05 PIC X(01) VALUE SPACE.
            05 PCR_PAID_DATE PIC X(08).
            05 PIC X(01) VALUE SPACE.
            05 PCR_PAID_AMOUNT PIC Z,ZZZ,ZZ9.
            05 PCR_PAID_BLANK REDEFINES PCR_PAID_AMOUNT PIC X(09).
            05 PIC X(01) VALUE SPACE.
            05 PCR_RESULT PIC X(08).
            05 PIC X(21) VALUE SPACE.
        01 PCR_NONE_LINE.
            05 PIC X(80) VALUE "  NO PAID CHECKS RECEIVED".
        01 PCR_TOTAL_LINE.
            05 PIC X(06) VALUE "PAID: ".
            05 PCR_PAID_CNT PIC ZZZZ9.
            05 PIC X(10) VALUE "  CASHED: ".
            05 PCR_CASHED_CNT PIC ZZZZ9.
            05 PIC X(14) VALUE "  EXCEPTIONS: ".
            05 PCR_EXCEPTION_CNT PIC ZZZZ9.
            05 PIC X(35) VALUE SPACE.
        01 PCR_OUTSTAND_LINE.
            05 PIC X(20) VALUE "STILL OUTSTANDING: ".
            05 PCR_OUTSTAND_CNT PIC ZZZZ9.
            05 PIC X(10) VALUE "  AMOUNT: ".
            05 PCR_OUTSTAND_TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.
            05 PIC X(31) VALUE SPACE.
PROCEDURE DIVISION.
    PAID_CHECKS_RTN SECTION.
    *>初期処理(小切手登録簿の読み込み、支払済みファイルのオープン)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD_REGISTER_RTN.
        IF CHECK_REGISTER_STATUS = "35"
            THEN
                DISPLAY "CHECK REGISTER NOT FOUND."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        IF WK_OVERFLOW_SW = "Y"
            THEN
                DISPLAY "CHECK REGISTER TABLE FULL. NOT RECONCILED."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        OPEN INPUT PAID_CHECK_FILE.
        IF PAID_CHECK_STATUS NOT = "00"
            THEN
                DISPLAY "NO PAID CHECKS FILE FROM THE BANK."
                MOVE 4 TO RETURN-CODE
                STOP RUN
        END-IF.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_TODAY TO PCR_TODAY.
        WRITE PRINT_RECORD FROM PCR_TITLE_LINE AFTER PAGE.
        WRITE PRINT_RECORD FROM PCR_COLUMN_LINE AFTER 2 LINE.
    *>主処理(支払済み1行ずつ登録簿と突き合わせる)
        PERFORM UNTIL PAID_CHECK_STATUS NOT = "00"
            READ PAID_CHECK_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PAID_CHECK_RECORD NOT = SPACE
                        THEN
                            PERFORM MATCH_PAID_RTN
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE PAID_CHECK_FILE.
    *>終了処理(登録簿の書き戻し、合計行、伝送登録簿とスプール台帳への登録)
        PERFORM SAVE_REGISTER_RTN.
        IF WK_PAID_CNT = ZERO
            THEN
                WRITE PRINT_RECORD FROM PCR_NONE_LINE AFTER 1 LINE
        END-IF.
        MOVE WK_PAID_CNT TO PCR_PAID_CNT.
        MOVE WK_CASHED_CNT TO PCR_CASHED_CNT.
        MOVE WK_EXCEPTION_CNT TO PCR_EXCEPTION_CNT.
        WRITE PRINT_RECORD FROM PCR_TOTAL_LINE AFTER 2 LINE.
        MOVE WK_OUTSTAND_CNT TO PCR_OUTSTAND_CNT.
        MOVE WK_OUTSTAND_TOTAL TO PCR_OUTSTAND_TOTAL.
        WRITE PRINT_RECORD FROM PCR_OUTSTAND_LINE AFTER 1 LINE.
        CLOSE PRINT_FILE.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        MOVE WK_PAID_CNT TO WK_TL_COUNT.
        MOVE WK_PAID_TOTAL TO WK_TL_TOTAL.
        CALL "TRANSMIT_LOG" USING WK_TL_MODE WK_TL_DIRECTION
            WK_TL_FILE WK_TL_COUNT WK_TL_TOTAL.
        DISPLAY "PAID CHECK RECONCILIATION END. CASHED:" WK_CASHED_CNT
            " EXCEPTIONS:" WK_EXCEPTION_CNT.
        IF WK_EXCEPTION_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    PAID_CHECKS_EXIT.
    *>1.支払済み1行の突き合わせ(未取立で金額一致ならCASHED、それ以外は例外)
    MATCH_PAID_RTN SECTION.
        ADD 1 TO WK_PAID_CNT.
        MOVE SPACE TO PCR_DETAIL_LINE.
        MOVE PDC_CHECK_NO TO PCR_CHECK_NO.
        MOVE PDC_PAID_DATE TO PCR_PAID_DATE.
        MOVE SPACE TO PCR_ISSUE_BLANK.
        IF PDC_CHECK_NO IS NOT NUMERIC OR PDC_AMOUNT IS NOT NUMERIC
            THEN
                MOVE SPACE TO PCR_PAID_BLANK
                MOVE "BADLINE" TO WK_RESULT
                GO TO MATCH_PAID_PRINT
        END-IF.
        MOVE PDC_AMOUNT TO WK_PAID_AMOUNT.
        ADD WK_PAID_AMOUNT TO WK_PAID_TOTAL.
        MOVE WK_PAID_AMOUNT TO PCR_PAID_AMOUNT.
        SET CKR_IDX TO 1.
        SEARCH CKR_TBL
            AT END
                MOVE "UNKNOWN" TO WK_RESULT
                GO TO MATCH_PAID_PRINT
            WHEN CKT_NO(CKR_IDX) = PDC_CHECK_NO
                CONTINUE
        END-SEARCH.
        MOVE CKT_DATE(CKR_IDX) TO PCR_ISSUE_DATE.
        MOVE CKT_EMPLOYEE(CKR_IDX) TO PCR_EMPLOYEE.
        MOVE CKT_AMOUNT(CKR_IDX) TO PCR_ISSUE_AMOUNT.
        EVALUATE TRUE
            WHEN CKT_STATUS(CKR_IDX) = "C"
                MOVE "DUPPAID" TO WK_RESULT
                GO TO MATCH_PAID_PRINT
            WHEN CKT_STATUS(CKR_IDX) = "S"
                MOVE "STALEPD" TO WK_RESULT
                GO TO MATCH_PAID_PRINT
        END-EVALUATE.
*>お金は銀行から出ているので、金額違いでも現金化として記入する
        MOVE "C" TO CKT_STATUS(CKR_IDX).
        MOVE PDC_PAID_DATE TO CKT_CLEAR_DATE(CKR_IDX).
        ADD 1 TO WK_CASHED_CNT.
        IF CKT_AMOUNT(CKR_IDX) NOT = WK_PAID_AMOUNT
            THEN
                MOVE "AMOUNT" TO WK_RESULT
            ELSE
                MOVE "CASHED" TO WK_RESULT
        END-IF.
    MATCH_PAID_PRINT.
        IF WK_RESULT NOT = "CASHED"
            THEN
                ADD 1 TO WK_EXCEPTION_CNT
        END-IF.
        MOVE WK_RESULT TO PCR_RESULT.
        WRITE PRINT_RECORD FROM PCR_DETAIL_LINE AFTER 1 LINE.
    MATCH_PAID_EXIT.
    *>2.小切手登録簿の読み込み
    LOAD_REGISTER_RTN SECTION.
        OPEN INPUT CHECK_REGISTER_FILE.
        IF CHECK_REGISTER_STATUS NOT = "00"
            THEN
                GO TO LOAD_REGISTER_EXIT
        END-IF.
        PERFORM UNTIL CHECK_REGISTER_STATUS NOT = "00"
            READ CHECK_REGISTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF CKR_TBL_SIZE < 9999
                        THEN
                            ADD 1 TO CKR_TBL_SIZE
                            MOVE CKR_NO TO CKT_NO(CKR_TBL_SIZE)
                            MOVE CKR_DATE TO CKT_DATE(CKR_TBL_SIZE)
                            MOVE CKR_EMPLOYEE
                                TO CKT_EMPLOYEE(CKR_TBL_SIZE)
                            MOVE CKR_AMOUNT TO CKT_AMOUNT(CKR_TBL_SIZE)
                            MOVE CKR_CHECK_STATUS
                                TO CKT_STATUS(CKR_TBL_SIZE)
                            MOVE CKR_CLEAR_DATE
                                TO CKT_CLEAR_DATE(CKR_TBL_SIZE)
                        ELSE
                            MOVE "Y" TO WK_OVERFLOW_SW
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE CHECK_REGISTER_FILE.
        MOVE "00" TO CHECK_REGISTER_STATUS.
    LOAD_REGISTER_EXIT.
    *>3.小切手登録簿の書き戻し(未取立の残りを数える)
    SAVE_REGISTER_RTN SECTION.
        OPEN OUTPUT CHECK_REGISTER_FILE.
        PERFORM VARYING CKR_IDX FROM 1 BY 1
                UNTIL CKR_IDX > CKR_TBL_SIZE
            MOVE SPACE TO CHECK_REGISTER_RECORD
            MOVE CKT_NO(CKR_IDX) TO CKR_NO
            MOVE CKT_DATE(CKR_IDX) TO CKR_DATE
            MOVE CKT_EMPLOYEE(CKR_IDX) TO CKR_EMPLOYEE
            MOVE CKT_AMOUNT(CKR_IDX) TO CKR_AMOUNT
            MOVE CKT_STATUS(CKR_IDX) TO CKR_CHECK_STATUS
            MOVE CKT_CLEAR_DATE(CKR_IDX) TO CKR_CLEAR_DATE
            WRITE CHECK_REGISTER_RECORD
            IF CKT_STATUS(CKR_IDX) = "O"
                THEN
                    ADD 1 TO WK_OUTSTAND_CNT
                    ADD CKT_AMOUNT(CKR_IDX) TO WK_OUTSTAND_TOTAL
            END-IF
        END-PERFORM.
        CLOSE CHECK_REGISTER_FILE.
    SAVE_REGISTER_EXIT.
*>BankPaidChecks.txtの1行 = 小切手番号(6) 支払日(8) 支払金額(7)(銀行の形式)
*>CheckRegister.txtの1行 = 小切手番号(6) 発行日(8) 従業員(5) 金額(7) 状態(1)
*>処理日(8)。状態 O=未取立 C=現金化 S=失効。処理日はC/Sにした日(Cは銀行の支払日)
*>金額違い(AMOUNT)は現金化にしたうえで例外に挙げる(銀行へ支払の取り消しを求める)
*>失効後の支払(STALEPD)は状態を変えない(再発行分と二重になっていないか確かめる)
