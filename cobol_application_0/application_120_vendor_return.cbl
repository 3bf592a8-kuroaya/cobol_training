*>仕入先返品入力 これまで破損品を仕入先へ返すときはMovements.txtへ"I"(出庫)を
*>手入力するだけで、発注登録簿の入荷済数量は減らず、三方マッチングは
*>全量入荷したものとして請求と突き合わせていた
*>発注番号(明細が2行以上ある発注は行番号も)と返品数量を入力すると、
*>  ・Movements.txtへ返品移動"V"を追記する(夜間のAPPLICATION_43_STOCK_MOVESが
*>    在庫とロットから引く。販売の出庫ではないため引当は解消しない)
*>  ・発注登録簿(PoRegister.txt)の入荷済数量を返品数量だけ減らし、状態を
*>    戻す(未入荷分が残れば代品の入荷を待つP、全量返品ならO)
*>  ・連番の借方票を発行し、借方票台帳(DebitMemos.txt)へ追記して
*>    借方票(DebitMemo.txt)を印刷する。金額は既定で標準原価×返品数量
*>APPLICATION_59_THREE_WAYは借方票台帳の返品数量を入荷累計から差し引いて突き合わせる
*>品質検査で返品待ち(QcHold.txtの状態V)とされた同じ発注明細のロットは、
*>返品を受け付けた数量だけ保留から外す
*>サインオンはOPERATOR_SIGNON、権限2以上(入荷入力と同じ)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_120_VENDOR_RETURN.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PO_REGISTER_FILE
            ASSIGN TO "PoRegister.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PO_REGISTER_STATUS.
        SELECT MOVEMENT_FILE
            ASSIGN TO "Movements.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MOVEMENT_STATUS.
        SELECT DEBIT_MEMO_FILE
            ASSIGN TO "DebitMemos.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DEBIT_MEMO_STATUS.
        SELECT DM_CONTROL_FILE
            ASSIGN TO "DebitMemoControl.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DM_CONTROL_STATUS.
        SELECT LOCATION_PRODUCT_FILE
            ASSIGN TO "LocationProduct.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCATION_PRODUCT_STATUS.
        SELECT STANDARD_COST_FILE
            ASSIGN TO "StandardCost.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STANDARD_COST_STATUS.
        SELECT QC_HOLD_FILE
            ASSIGN TO "QcHold.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS QC_HOLD_STATUS.
        SELECT PRINT_FILE ASSIGN TO "DebitMemo.txt"
            FILE STATUS IS PRINT_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD PO_REGISTER_FILE.
        01 PO_REGISTER_RECORD.
            05 POR_NO PIC 9(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 POR_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 POR_WAREHOUSE PIC 9(02).
            05 POR_BIN PIC 9(02).
            05 POR_SHELF PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 POR_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 POR_RECEIVED PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 POR_PO_STATUS PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 POR_SUPPLIER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 POR_LINE PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 POR_DUE_DATE PIC 9(08).
*>移動レコード(APPLICATION_43_STOCK_MOVESと同じ並び。末尾にロット/賞味期限)
        FD MOVEMENT_FILE.
        01 MOVEMENT_RECORD.
            05 MOVE_TYPE PIC X(01).
            05 MOVE_WAREHOUSE PIC 9(02).
            05 MOVE_BIN PIC 9(02).
            05 MOVE_SHELF PIC 9(02).
            05 MOVE_QTY PIC 9(05).
            05 MOVE_TO_WAREHOUSE PIC 9(02).
            05 MOVE_TO_BIN PIC 9(02).
            05 MOVE_TO_SHELF PIC 9(02).
            05 MOVE_LOT PIC X(06).
            05 MOVE_EXPIRY PIC X(08).
*>借方票台帳(1返品1行。APPLICATION_59_THREE_WAYが返品数量を読む)
        FD DEBIT_MEMO_FILE.
        01 DEBIT_MEMO_RECORD.
            05 DMR_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 DMR_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 DMR_SUPPLIER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 DMR_PO PIC X(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 DMR_LINE PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 DMR_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 DMR_AMOUNT PIC 9(11).
            05 FILLER PIC X(01) VALUE SPACE.
            05 DMR_REASON PIC X(20).
*>借方票の採番管理(最後に発行した番号)
        FD DM_CONTROL_FILE.
        01 DM_CONTROL_RECORD.
            05 DMC_LAST_NO PIC 9(06).
        FD LOCATION_PRODUCT_FILE.
        01 LOCATION_PRODUCT_RECORD.
            05 LP_WAREHOUSE PIC 9(02).
            05 LP_BIN PIC 9(02).
            05 LP_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 LP_HINBAN PIC 9(05).
        FD STANDARD_COST_FILE.
        01 STANDARD_COST_RECORD.
            05 SC_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 SC_UNIT_COST PIC 9(07).
*>検査保留ファイル(APPLICATION_123_QC_RELEASEと同じ並び)
        FD QC_HOLD_FILE.
        01 QC_HOLD_RECORD.
            05 QCH_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCH_PO PIC 9(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCH_LINE PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCH_WAREHOUSE PIC 9(02).
            05 QCH_BIN PIC 9(02).
            05 QCH_SHELF PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCH_HINBAN PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCH_LOT PIC X(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCH_EXPIRY PIC X(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCH_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCH_STATUS PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCH_SUPPLIER PIC X(05).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 PO_REGISTER_STATUS PIC XX.
        01 MOVEMENT_STATUS PIC XX.
        01 DEBIT_MEMO_STATUS PIC XX.
        01 DM_CONTROL_STATUS PIC XX.
        01 LOCATION_PRODUCT_STATUS PIC XX.
        01 STANDARD_COST_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
        01 QC_HOLD_STATUS PIC XX.
*>OPERATOR_SIGNONからの戻りエリア(返品入力には権限2以上)
        01 WK_SIGNON_AREA.
            05 WK_SO_OPERATOR PIC X(05).
            05 WK_SO_NAME PIC X(10).
            05 WK_SO_AUTHORITY PIC 9(01).
            05 WK_SO_RESULT PIC X(01).
        01 WK_SL_EVENT PIC X(10).
*>コンソール入力エリア
        01 WORKING-AREA.
            05 CONSOLE_PO PIC X(04).
            05 CONSOLE_LINE PIC X(02).
            05 CONSOLE_QTY PIC X(05).
            05 CONSOLE_AMOUNT PIC X(11).
            05 CONSOLE_REASON PIC X(20).
            05 CONSOLE_LOT PIC X(06).
            05 CONSOLE_CONFIRM PIC X(01).
        01 WK_RETURN_QTY PIC 9(05).
        01 WK_AMOUNT PIC 9(11).
        01 WK_HINBAN PIC 9(05).
        01 WK_UNIT_COST PIC 9(07).
        01 WK_TODAY PIC 9(08).
        01 WK_LAST_DM PIC 9(06) VALUE ZERO.
*>発注登録簿テーブル(入力終了後にまとめて書き戻す)
        01 PO_TBL_MASTER.
            05 PO_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PO_TBL OCCURS 0 TO 999
                DEPENDING ON PO_TBL_SIZE
                INDEXED BY PO_IDX.
                10 POT_NO PIC 9(04).
                10 POT_DATE PIC 9(08).
                10 POT_WAREHOUSE PIC 9(02).
                10 POT_BIN PIC 9(02).
                10 POT_SHELF PIC 9(02).
                10 POT_QTY PIC 9(05).
                10 POT_RECEIVED PIC 9(05).
                10 POT_PO_STATUS PIC X(01).
                10 POT_SUPPLIER PIC X(05).
                10 POT_LINE PIC 9(02).
                10 POT_DUE_DATE PIC 9(08).
*>表に入りきらなかった発注登録簿の行数
        01 WK_PO_OVER_CNT PIC 9(05) VALUE ZERO.
*>ロケーション→品番(APPLICATION_74_VALUATIONと同じ持ち方)
        01 LOCPRD_TBL_AREA.
            03 LOCPRD_DATA_1 OCCURS 2.
            05 LOCPRD_DATA_2 OCCURS 2.
            07 LOCPRD_DATA_3 OCCURS 3.
            09 LOCPRD_HINBAN PIC 9(05).
*>標準原価テーブル(借方票金額の既定値に使う)
        01 COST_TBL_MASTER.
            05 COST_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 COST_TBL OCCURS 0 TO 999
                DEPENDING ON COST_TBL_SIZE
                INDEXED BY COST_IDX.
                10 CST_HINBAN PIC 9(05).
                10 CST_UNIT_COST PIC 9(07).
        01 WK_PO_NO PIC 9(04).
        01 WK_PO_LINE PIC 9(02).
        01 WK_LINE_CNT PIC 9(03).
        01 SW_AREA.
            05 SW_FOUND PIC X(01).
            05 SW_PRINT_OPEN PIC X(01) VALUE "N".
        01 CST_AREA.
            05 CST_1X PIC X(01) VALUE "1".
        01 WK_RETURN_CNT PIC 9(05) VALUE ZERO.
*>検査保留テーブル(返品待ちの解除のため全件を読み、書き戻す)
        01 HLD_TBL_MASTER.
            05 HLD_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 HLD_TBL OCCURS 0 TO 500
                DEPENDING ON HLD_TBL_SIZE
                INDEXED BY HLD_IDX.
                10 HLT_RECORD PIC X(59).
        01 WK_RELEASE_QTY PIC 9(05).
        01 SW_HOLD_CHANGED PIC X(01).
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "DebitMemo.txt".
*>借方票の帳票行
        01 DM_TITLE_LINE.
            05 PIC X(30) VALUE "*** DEBIT MEMO ***            ".
            05 PIC X(05) VALUE "NO.: ".
            05 DMT_NO PIC 9(06).
            05 PIC X(04) VALUE SPACE.
            05 PIC X(06) VALUE "DATE: ".
            05 DMT_DATE PIC 9(08).
            05 PIC X(21) VALUE SPACE.
        01 DM_SUPP_LINE.
            05 PIC X(10) VALUE "SUPPLIER: ".
            05 DMS_SUPPLIER PIC X(05).
            05 PIC X(65) VALUE SPACE.
        01 DM_HEAD_LINE.
            05 PIC X(40) VALUE
                "PO   LINE HINBAN    QTY UNIT COST      ".
            05 PIC X(40) VALUE "  AMOUNT REASON".
        01 DM_DETAIL_LINE.
            05 DMD_PO PIC X(04).
            05 PIC X(02) VALUE SPACE.
            05 DMD_LINE PIC 9(02).
            05 PIC X(02) VALUE SPACE.
            05 DMD_HINBAN PIC 9(05).
            05 PIC X(01) VALUE SPACE.
            05 DMD_QTY PIC Z(4)9.
            05 PIC X(01) VALUE SPACE.
            05 DMD_UNIT_COST PIC Z(6)9.
            05 PIC X(01) VALUE SPACE.
            05 DMD_AMOUNT PIC Z(10)9.
            05 PIC X(01) VALUE SPACE.
            05 DMD_REASON PIC X(20).
            05 PIC X(18) VALUE SPACE.
        01 DM_NOTE_LINE.
            05 PIC X(50) VALUE
                "PLEASE DEDUCT THE ABOVE AMOUNT FROM YOUR INVOICE.".
            05 PIC X(30) VALUE SPACE.
PROCEDURE DIVISION.
    MAIN_PROCEDURE.
    INITIALIZE_PART.
*>サインオン(オペレータマスタに無い・チェックデジット不正のIDは入れない)
        CALL "OPERATOR_SIGNON" USING WK_SO_OPERATOR WK_SO_NAME
            WK_SO_AUTHORITY WK_SO_RESULT.
        IF WK_SO_RESULT NOT = "Y"
            THEN
                DISPLAY "SIGN-ON FAILED. PROGRAM ENDS."
                GOBACK
        END-IF.
        IF WK_SO_AUTHORITY < 2
            THEN
                DISPLAY "VENDOR RETURN REQUIRES AUTHORITY 2."
                GOBACK
        END-IF.
        MOVE "VENDRETURN" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD_PO_REGISTER_PROC.
*>発注登録簿が表に入りきらないときは、書き戻しで行を失わないよう入力を受けない
        IF WK_PO_OVER_CNT > ZERO
            THEN
                DISPLAY "PO REGISTER EXCEEDS 999 LINES. SESSION REFUSED."
                    " LINES OVER: " WK_PO_OVER_CNT
                GOBACK
        END-IF.
        IF PO_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO PURCHASE ORDERS ON REGISTER."
                GOBACK
        END-IF.
        PERFORM LOAD_LOCPRD_PROC.
        PERFORM LOAD_COST_PROC.
        PERFORM LOAD_DM_CONTROL_PROC.
    EXEC_INPUT_PROC.
        DISPLAY "PO NUMBER (4 DIGITS, 9999=END) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_PO FROM CONSOLE.
        IF CONSOLE_PO IS NOT NUMERIC
            THEN
                DISPLAY "PO NUMBER MUST BE NUMERIC."
                GO TO EXEC_INPUT_PROC
        END-IF.
        MOVE CONSOLE_PO TO WK_PO_NO.
        IF WK_PO_NO = 9999
            THEN
                PERFORM SAVE_PO_REGISTER_PROC
                PERFORM SAVE_DM_CONTROL_PROC
                IF SW_PRINT_OPEN = "Y"
                    THEN
                        CLOSE PRINT_FILE
                        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME
                END-IF
                DISPLAY "VENDOR RETURN SESSION END. DEBIT MEMOS: "
                    WK_RETURN_CNT
                GOBACK
        END-IF.
        MOVE ZERO TO WK_PO_LINE.
        PERFORM FIND_PO_PROC.
        IF SW_FOUND NOT = CST_1X
            THEN
                DISPLAY "PO " WK_PO_NO " NOT FOUND ON REGISTER."
                GO TO EXEC_INPUT_PROC
        END-IF.
*>明細が2行以上ある発注は行番号で明細を特定する
        IF WK_LINE_CNT > 1
            THEN
                DISPLAY "PO " WK_PO_NO " HAS " WK_LINE_CNT
                    " LINES. LINE NUMBER (2 DIGITS) >>"
                    WITH NO ADVANCING
                ACCEPT CONSOLE_LINE FROM CONSOLE
                IF CONSOLE_LINE IS NOT NUMERIC
                    THEN
                        DISPLAY "LINE NUMBER MUST BE NUMERIC."
                        GO TO EXEC_INPUT_PROC
                END-IF
                MOVE CONSOLE_LINE TO WK_PO_LINE
                PERFORM FIND_PO_PROC
                IF SW_FOUND NOT = CST_1X
                    THEN
                        DISPLAY "PO " WK_PO_NO " LINE " WK_PO_LINE
                            " NOT FOUND ON REGISTER."
                        GO TO EXEC_INPUT_PROC
                END-IF
        END-IF.
        IF POT_RECEIVED(PO_IDX) = ZERO
            THEN
                DISPLAY "PO " WK_PO_NO " LINE " POT_LINE(PO_IDX)
                    " HAS NOTHING RECEIVED TO RETURN."
                GO TO EXEC_INPUT_PROC
        END-IF.
        PERFORM RETURN_ONE_PROC.
        GO TO EXEC_INPUT_PROC.
*>返品1件分の受け付け(入荷済数量を超える返品は受け付けない)
    RETURN_ONE_PROC.
        DISPLAY "PO " POT_NO(PO_IDX)
            " LINE " POT_LINE(PO_IDX)
            " SUPPLIER " POT_SUPPLIER(PO_IDX)
            " WAREHOUSE " POT_WAREHOUSE(PO_IDX)
            " BIN " POT_BIN(PO_IDX)
            " SHELF " POT_SHELF(PO_IDX)
            " RECEIVED " POT_RECEIVED(PO_IDX).
        DISPLAY "RETURN QTY (5 DIGITS) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_QTY FROM CONSOLE.
        IF CONSOLE_QTY IS NOT NUMERIC
            THEN
                DISPLAY "QTY MUST BE NUMERIC. RETURN SKIPPED."
                EXIT PARAGRAPH
        END-IF.
        MOVE CONSOLE_QTY TO WK_RETURN_QTY.
        IF WK_RETURN_QTY = ZERO
            THEN
                EXIT PARAGRAPH
        END-IF.
        IF WK_RETURN_QTY > POT_RECEIVED(PO_IDX)
            THEN
                DISPLAY "RETURN QTY EXCEEDS RECEIVED QTY "
                    POT_RECEIVED(PO_IDX) ". RETURN SKIPPED."
                EXIT PARAGRAPH
        END-IF.
*>ロットの受け付け(空白=ロット未指定。夜間反映がFEFOで引き落とす)
        MOVE SPACES TO CONSOLE_LOT CONSOLE_REASON CONSOLE_AMOUNT.
        DISPLAY "LOT (6 CHARS, BLANK=NONE) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_LOT FROM CONSOLE.
        DISPLAY "REASON (20 CHARS) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_REASON FROM CONSOLE.
*>借方票金額(既定=標準原価×返品数量。空白で既定を採る)
        PERFORM FIND_COST_PROC.
        COMPUTE WK_AMOUNT = WK_UNIT_COST * WK_RETURN_QTY.
        DISPLAY "DEBIT AMOUNT (11 DIGITS, BLANK=" WK_AMOUNT ") >>"
            WITH NO ADVANCING.
        ACCEPT CONSOLE_AMOUNT FROM CONSOLE.
        IF CONSOLE_AMOUNT NOT = SPACES
            THEN
                IF CONSOLE_AMOUNT IS NOT NUMERIC
                    THEN
                        DISPLAY "AMOUNT MUST BE NUMERIC. RETURN SKIPPED."
                        EXIT PARAGRAPH
                END-IF
                MOVE CONSOLE_AMOUNT TO WK_AMOUNT
        END-IF.
        DISPLAY "RETURN " WK_RETURN_QTY " TO " POT_SUPPLIER(PO_IDX)
            " FOR " WK_AMOUNT "? (Y/N) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_CONFIRM FROM CONSOLE.
        IF CONSOLE_CONFIRM NOT = "Y"
            THEN
                DISPLAY "RETURN NOT ACCEPTED."
                EXIT PARAGRAPH
        END-IF.
*>返品移動・借方票・入荷済数量の戻しを同じ入力から行う
        ADD 1 TO WK_LAST_DM.
        PERFORM WRITE_MOVEMENT_PROC.
        PERFORM WRITE_DEBIT_MEMO_PROC.
        PERFORM PRINT_DEBIT_MEMO_PROC.
        PERFORM RELEASE_QC_HOLD_PROC.
        SUBTRACT WK_RETURN_QTY FROM POT_RECEIVED(PO_IDX).
        IF POT_RECEIVED(PO_IDX) = ZERO
            THEN
                MOVE "O" TO POT_PO_STATUS(PO_IDX)
            ELSE
                MOVE "P" TO POT_PO_STATUS(PO_IDX)
        END-IF.
        ADD 1 TO WK_RETURN_CNT.
        DISPLAY "DEBIT MEMO " WK_LAST_DM " ISSUED. PO " POT_NO(PO_IDX)
            " RECEIVED NOW " POT_RECEIVED(PO_IDX)
            " STATUS " POT_PO_STATUS(PO_IDX).
        EXIT.
*>返品移動("V")の追記(夜間のAPPLICATION_43_STOCK_MOVESが反映する)
    WRITE_MOVEMENT_PROC.
        OPEN EXTEND MOVEMENT_FILE.
        IF MOVEMENT_STATUS NOT = "00"
            THEN
                OPEN OUTPUT MOVEMENT_FILE
        END-IF.
        MOVE SPACE TO MOVEMENT_RECORD.
        MOVE "V" TO MOVE_TYPE.
        MOVE POT_WAREHOUSE(PO_IDX) TO MOVE_WAREHOUSE.
        MOVE POT_BIN(PO_IDX) TO MOVE_BIN.
        MOVE POT_SHELF(PO_IDX) TO MOVE_SHELF.
        MOVE WK_RETURN_QTY TO MOVE_QTY.
        MOVE ZERO TO MOVE_TO_WAREHOUSE MOVE_TO_BIN MOVE_TO_SHELF.
        MOVE CONSOLE_LOT TO MOVE_LOT.
        WRITE MOVEMENT_RECORD.
        CLOSE MOVEMENT_FILE.
        EXIT.
*>借方票台帳への追記
    WRITE_DEBIT_MEMO_PROC.
        OPEN EXTEND DEBIT_MEMO_FILE.
        IF DEBIT_MEMO_STATUS NOT = "00"
            THEN
                OPEN OUTPUT DEBIT_MEMO_FILE
        END-IF.
        MOVE SPACE TO DEBIT_MEMO_RECORD.
        MOVE WK_LAST_DM TO DMR_NO.
        MOVE WK_TODAY TO DMR_DATE.
        MOVE POT_SUPPLIER(PO_IDX) TO DMR_SUPPLIER.
        MOVE POT_NO(PO_IDX) TO DMR_PO.
        MOVE POT_LINE(PO_IDX) TO DMR_LINE.
        MOVE WK_RETURN_QTY TO DMR_QTY.
        MOVE WK_AMOUNT TO DMR_AMOUNT.
        MOVE CONSOLE_REASON TO DMR_REASON.
        WRITE DEBIT_MEMO_RECORD.
        CLOSE DEBIT_MEMO_FILE.
        EXIT.
*>借方票の印刷(1枚1ページ。印刷ファイルは最初の1枚で開く)
    PRINT_DEBIT_MEMO_PROC.
        IF SW_PRINT_OPEN NOT = "Y"
            THEN
                OPEN OUTPUT PRINT_FILE
                MOVE "Y" TO SW_PRINT_OPEN
        END-IF.
        MOVE WK_LAST_DM TO DMT_NO.
        MOVE WK_TODAY TO DMT_DATE.
        WRITE PRINT_RECORD FROM DM_TITLE_LINE AFTER PAGE.
        MOVE POT_SUPPLIER(PO_IDX) TO DMS_SUPPLIER.
        WRITE PRINT_RECORD FROM DM_SUPP_LINE AFTER 2 LINE.
        WRITE PRINT_RECORD FROM DM_HEAD_LINE AFTER 2 LINE.
        MOVE POT_NO(PO_IDX) TO DMD_PO.
        MOVE POT_LINE(PO_IDX) TO DMD_LINE.
        MOVE WK_HINBAN TO DMD_HINBAN.
        MOVE WK_RETURN_QTY TO DMD_QTY.
        MOVE WK_UNIT_COST TO DMD_UNIT_COST.
        MOVE WK_AMOUNT TO DMD_AMOUNT.
        MOVE CONSOLE_REASON TO DMD_REASON.
        WRITE PRINT_RECORD FROM DM_DETAIL_LINE AFTER 1 LINE.
        WRITE PRINT_RECORD FROM DM_NOTE_LINE AFTER 2 LINE.
        EXIT.
*>返品待ち(状態V)の検査保留の解除(同じ発注明細、ロット指定時は同じロットの
*>行から返品数量だけ減らし、0になった行は書き戻さない)
    RELEASE_QC_HOLD_PROC.
        MOVE ZERO TO HLD_TBL_SIZE.
        MOVE SPACE TO SW_HOLD_CHANGED.
        MOVE WK_RETURN_QTY TO WK_RELEASE_QTY.
        OPEN INPUT QC_HOLD_FILE.
        IF QC_HOLD_STATUS NOT = "00"
            THEN
                EXIT PARAGRAPH
        END-IF.
        PERFORM UNTIL QC_HOLD_STATUS NOT = "00"
            READ QC_HOLD_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF QCH_STATUS = "V" AND WK_RELEASE_QTY > ZERO
                            AND QCH_PO = POT_NO(PO_IDX)
                            AND QCH_LINE = POT_LINE(PO_IDX)
                            AND (CONSOLE_LOT = SPACES
                                OR QCH_LOT = CONSOLE_LOT)
                        THEN
                            MOVE "1" TO SW_HOLD_CHANGED
                            IF QCH_QTY > WK_RELEASE_QTY
                                THEN
                                    SUBTRACT WK_RELEASE_QTY FROM QCH_QTY
                                    MOVE ZERO TO WK_RELEASE_QTY
                                ELSE
                                    SUBTRACT QCH_QTY FROM WK_RELEASE_QTY
                                    MOVE ZERO TO QCH_QTY
                            END-IF
                    END-IF
                    IF QCH_QTY > ZERO AND HLD_TBL_SIZE < 500
                        THEN
                            ADD 1 TO HLD_TBL_SIZE
                            MOVE QC_HOLD_RECORD TO HLT_RECORD(HLD_TBL_SIZE)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE QC_HOLD_FILE.
        IF SW_HOLD_CHANGED NOT = "1"
            THEN
                EXIT PARAGRAPH
        END-IF.
        OPEN OUTPUT QC_HOLD_FILE.
        PERFORM VARYING HLD_IDX FROM 1 BY 1
                UNTIL HLD_IDX > HLD_TBL_SIZE
            MOVE HLT_RECORD(HLD_IDX) TO QC_HOLD_RECORD
            WRITE QC_HOLD_RECORD
        END-PERFORM.
        CLOSE QC_HOLD_FILE.
        DISPLAY "QC RETURN HOLD RELEASED FOR PO " POT_NO(PO_IDX)
            " LINE " POT_LINE(PO_IDX).
        EXIT.
*>共通.発注番号の検索(見つかった場合はPO_IDXが該当行を指す)
*>WK_PO_LINEが0なら発注の先頭明細を指し、WK_LINE_CNTへその発注の明細行数を返す
    FIND_PO_PROC.
        MOVE SPACE TO SW_FOUND.
        MOVE ZERO TO WK_LINE_CNT.
        PERFORM VARYING PO_IDX FROM 1 BY 1
                UNTIL PO_IDX > PO_TBL_SIZE
            IF POT_NO(PO_IDX) = WK_PO_NO
                THEN
                    ADD 1 TO WK_LINE_CNT
            END-IF
        END-PERFORM.
        SET PO_IDX TO 1.
        SEARCH PO_TBL
            AT END
                CONTINUE
            WHEN POT_NO(PO_IDX) = WK_PO_NO
                    AND (WK_PO_LINE = ZERO
                        OR POT_LINE(PO_IDX) = WK_PO_LINE)
                MOVE CST_1X TO SW_FOUND
        END-SEARCH.
        EXIT.
*>共通.発注明細のロケーション→品番→標準原価(見つからなければ0)
    FIND_COST_PROC.
        MOVE ZERO TO WK_HINBAN WK_UNIT_COST.
        IF POT_WAREHOUSE(PO_IDX) < 1 OR POT_WAREHOUSE(PO_IDX) > 2
                OR POT_BIN(PO_IDX) < 1 OR POT_BIN(PO_IDX) > 2
                OR POT_SHELF(PO_IDX) < 1 OR POT_SHELF(PO_IDX) > 3
            THEN
                EXIT PARAGRAPH
        END-IF.
        MOVE LOCPRD_HINBAN(POT_WAREHOUSE(PO_IDX) POT_BIN(PO_IDX)
            POT_SHELF(PO_IDX)) TO WK_HINBAN.
        SET COST_IDX TO 1.
        SEARCH COST_TBL
            AT END
                CONTINUE
            WHEN CST_HINBAN(COST_IDX) = WK_HINBAN
                MOVE CST_UNIT_COST(COST_IDX) TO WK_UNIT_COST
        END-SEARCH.
        EXIT.
*>発注登録簿の読み込み
    LOAD_PO_REGISTER_PROC.
        OPEN INPUT PO_REGISTER_FILE.
        IF PO_REGISTER_STATUS = "00"
            THEN
                PERFORM UNTIL PO_REGISTER_STATUS NOT = "00"
                    READ PO_REGISTER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF PO_TBL_SIZE < 999
                                THEN
                                    ADD 1 TO PO_TBL_SIZE
                                    SET PO_IDX TO PO_TBL_SIZE
                                    MOVE POR_NO TO POT_NO(PO_IDX)
                                    MOVE POR_DATE TO POT_DATE(PO_IDX)
                                    MOVE POR_WAREHOUSE
                                        TO POT_WAREHOUSE(PO_IDX)
                                    MOVE POR_BIN TO POT_BIN(PO_IDX)
                                    MOVE POR_SHELF TO POT_SHELF(PO_IDX)
                                    MOVE POR_QTY TO POT_QTY(PO_IDX)
                                    MOVE POR_RECEIVED
                                        TO POT_RECEIVED(PO_IDX)
                                    MOVE POR_PO_STATUS
                                        TO POT_PO_STATUS(PO_IDX)
                                    PERFORM LOAD_PO_LINE_PROC
                                ELSE
                                    ADD 1 TO WK_PO_OVER_CNT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PO_REGISTER_FILE
        END-IF.
        EXIT.
*>仕入先・行番号・納期の取り込み(項目追加前の行は仕入先空白・行番号01)
    LOAD_PO_LINE_PROC.
        MOVE POR_SUPPLIER TO POT_SUPPLIER(PO_IDX).
        IF POR_LINE IS NUMERIC AND POR_LINE NOT = ZERO
            THEN
                MOVE POR_LINE TO POT_LINE(PO_IDX)
            ELSE
                MOVE 01 TO POT_LINE(PO_IDX)
        END-IF.
        IF POR_DUE_DATE IS NUMERIC
            THEN
                MOVE POR_DUE_DATE TO POT_DUE_DATE(PO_IDX)
            ELSE
                MOVE ZERO TO POT_DUE_DATE(PO_IDX)
        END-IF.
        EXIT.
*>発注登録簿の書き戻し(入荷済数量と状態を更新した全件を書き出す)
    SAVE_PO_REGISTER_PROC.
        OPEN OUTPUT PO_REGISTER_FILE.
        PERFORM VARYING PO_IDX FROM 1 BY 1
                UNTIL PO_IDX > PO_TBL_SIZE
            MOVE SPACE TO PO_REGISTER_RECORD
            MOVE POT_NO(PO_IDX) TO POR_NO
            MOVE POT_DATE(PO_IDX) TO POR_DATE
            MOVE POT_WAREHOUSE(PO_IDX) TO POR_WAREHOUSE
            MOVE POT_BIN(PO_IDX) TO POR_BIN
            MOVE POT_SHELF(PO_IDX) TO POR_SHELF
            MOVE POT_QTY(PO_IDX) TO POR_QTY
            MOVE POT_RECEIVED(PO_IDX) TO POR_RECEIVED
            MOVE POT_PO_STATUS(PO_IDX) TO POR_PO_STATUS
            MOVE POT_SUPPLIER(PO_IDX) TO POR_SUPPLIER
            MOVE POT_LINE(PO_IDX) TO POR_LINE
            MOVE POT_DUE_DATE(PO_IDX) TO POR_DUE_DATE
            WRITE PO_REGISTER_RECORD
        END-PERFORM.
        CLOSE PO_REGISTER_FILE.
        DISPLAY "PO REGISTER SAVED. RECORDS: " PO_TBL_SIZE.
        EXIT.
*>ロケーション商品対応の読み込み(対応が無いロケーションは品番00000)
    LOAD_LOCPRD_PROC.
        MOVE ZERO TO LOCPRD_TBL_AREA.
        OPEN INPUT LOCATION_PRODUCT_FILE.
        IF LOCATION_PRODUCT_STATUS = "00"
            THEN
                PERFORM UNTIL LOCATION_PRODUCT_STATUS NOT = "00"
                    READ LOCATION_PRODUCT_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF LP_WAREHOUSE >= 1 AND LP_WAREHOUSE <= 2
                                    AND LP_BIN >= 1 AND LP_BIN <= 2
                                    AND LP_SHELF >= 1 AND LP_SHELF <= 3
                                THEN
                                    MOVE LP_HINBAN TO LOCPRD_HINBAN
                                        (LP_WAREHOUSE LP_BIN LP_SHELF)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LOCATION_PRODUCT_FILE
        END-IF.
        EXIT.
*>標準原価マスタの読み込み(無ければ借方票金額は手入力)
    LOAD_COST_PROC.
        OPEN INPUT STANDARD_COST_FILE.
        IF STANDARD_COST_STATUS = "00"
            THEN
                PERFORM UNTIL STANDARD_COST_STATUS NOT = "00"
                    READ STANDARD_COST_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF COST_TBL_SIZE < 999
                                THEN
                                    ADD 1 TO COST_TBL_SIZE
                                    SET COST_IDX TO COST_TBL_SIZE
                                    MOVE SC_HINBAN
                                        TO CST_HINBAN(COST_IDX)
                                    MOVE SC_UNIT_COST
                                        TO CST_UNIT_COST(COST_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE STANDARD_COST_FILE
        END-IF.
        EXIT.
*>借方票番号の採番管理の読み込み(無ければ000000から始める)
    LOAD_DM_CONTROL_PROC.
        OPEN INPUT DM_CONTROL_FILE.
        IF DM_CONTROL_STATUS = "00"
            THEN
                READ DM_CONTROL_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF DMC_LAST_NO IS NUMERIC
                            THEN
                                MOVE DMC_LAST_NO TO WK_LAST_DM
                        END-IF
                END-READ
                CLOSE DM_CONTROL_FILE
        END-IF.
        EXIT.
*>借方票番号の採番管理の書き戻し
    SAVE_DM_CONTROL_PROC.
        OPEN OUTPUT DM_CONTROL_FILE.
        MOVE WK_LAST_DM TO DMC_LAST_NO.
        WRITE DM_CONTROL_RECORD.
        CLOSE DM_CONTROL_FILE.
        EXIT.
*>DebitMemos.txtの1行 = 借方票番号(6) 日付(8) 仕入先(5) 発注番号(4) 行番号(2)
*>返品数量(5) 金額(11) 理由(20)
*>DebitMemoControl.txtの1行 = 最後に発行した借方票番号(6)
*>Movements.txtへは"V"(仕入先返品)の移動レコードを1件追記する(任意のロットつき)
*>返品で入荷済数量が0になった発注明細は状態Oへ、残れば状態Pへ戻す
*>返品を受け付けると、同じ発注明細の返品待ち(QcHold.txtの状態V)を返品数量だけ外す
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
