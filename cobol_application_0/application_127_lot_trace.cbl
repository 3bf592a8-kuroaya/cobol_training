*>ロット追跡 仕入先の回収(リコール)連絡があったとき、紙のピック票を
*>めくってどの得意先へ出たかを探していたのをやめ、ロット番号1つから
*>  遡及 = 入荷レコード(Receipts.txt:APPLICATION_72_GOODS_RECEIPTが入荷日・品番・
*>         ロット・仕入先つきで書く)から仕入先・発注番号・入荷日・入荷数量
*>  追跡 = 移動ジャーナル(MovementJournal.txt)のそのロットの全移動、
*>         輸送中(InTransit.txt)の数量、ロット別在庫(LotPosition.txt)の残りの
*>         ロケーション、請求登録簿(InvoiceRegister.txt)とまだ請求していない
*>         出庫済み受注(PickedOrders.txt)から出荷先の得意先・請求番号・数量
*>を一覧する照会(サインオンはOPERATOR_SIGNON、照会のみのため権限1でよい)
*>結果は画面に表示し、同じ内容をLotTrace.txtへ印字してスプール台帳へ登録する
*>(回収の報告書として仕入先へ渡せるように)
*>ロット番号の無い入荷・出庫(ロット管理外、またはロット項目追加前の記録)は
*>追跡できない。年次締め(APPLICATION_91_YEAR_CLOSE)で退避した前年の
*>移動ジャーナルは見ない
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_127_LOT_TRACE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT RECEIPT_FILE
            ASSIGN TO "Receipts.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RECEIPT_STATUS.
        SELECT MOVEMENT_JOURNAL_FILE
            ASSIGN TO "MovementJournal.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MOVEMENT_JOURNAL_STATUS.
        SELECT IN_TRANSIT_FILE
            ASSIGN TO "InTransit.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IN_TRANSIT_STATUS.
        SELECT LOT_POSITION_FILE
            ASSIGN TO "LotPosition.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOT_POSITION_STATUS.
        SELECT LOCATION_PRODUCT_FILE
            ASSIGN TO "LocationProduct.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCATION_PRODUCT_STATUS.
        SELECT INVOICE_REGISTER_FILE
            ASSIGN TO "InvoiceRegister.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INVOICE_REGISTER_STATUS.
        SELECT PICKED_ORDER_FILE
            ASSIGN TO "PickedOrders.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PICKED_ORDER_STATUS.
        SELECT PRINT_FILE ASSIGN TO "LotTrace.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
    FILE SECTION.
        FD RECEIPT_FILE.
        01 RECEIPT_RECORD.
            05 RCP_KEY PIC X(04).
            05 RCP_SUJI PIC 9(02).
            05 FILLER PIC X(01).
            05 RCP_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 RCP_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 RCP_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 RCP_LOT PIC X(06).
            05 FILLER PIC X(01).
            05 RCP_SUPPLIER PIC X(05).
        FD MOVEMENT_JOURNAL_FILE.
        01 MOVEMENT_JOURNAL_RECORD.
            05 JRNL_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 JRNL_TYPE PIC X(01).
            05 FILLER PIC X(01).
            05 JRNL_WAREHOUSE PIC 9(02).
            05 JRNL_BIN PIC 9(02).
            05 JRNL_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 JRNL_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 JRNL_TO_WAREHOUSE PIC 9(02).
            05 JRNL_TO_BIN PIC 9(02).
            05 JRNL_TO_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 JRNL_LOT PIC X(06).
            05 FILLER PIC X(01).
            05 JRNL_EXPIRY PIC X(08).
        FD IN_TRANSIT_FILE.
        01 IN_TRANSIT_RECORD.
            05 TRN_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 TRN_WAREHOUSE PIC 9(02).
            05 TRN_BIN PIC 9(02).
            05 TRN_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 TRN_TO_WAREHOUSE PIC 9(02).
            05 TRN_TO_BIN PIC 9(02).
            05 TRN_TO_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 TRN_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 TRN_LOT PIC X(06).
            05 FILLER PIC X(01).
            05 TRN_EXPIRY PIC X(08).
        FD LOT_POSITION_FILE.
        01 LOT_POSITION_RECORD.
            05 LOTP_WAREHOUSE PIC 9(02).
            05 LOTP_BIN PIC 9(02).
            05 LOTP_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 LOTP_LOT PIC X(06).
            05 FILLER PIC X(01).
            05 LOTP_EXPIRY PIC X(08).
            05 FILLER PIC X(01).
            05 LOTP_QTY PIC 9(05).
        FD LOCATION_PRODUCT_FILE.
        01 LOCATION_PRODUCT_RECORD.
            05 LP_WAREHOUSE PIC 9(02).
            05 LP_BIN PIC 9(02).
            05 LP_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 LP_HINBAN PIC 9(05).
        FD INVOICE_REGISTER_FILE.
        01 INVOICE_REGISTER_RECORD.
            05 IVR_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 IVR_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 IVR_CUSTOMER PIC X(05).
            05 FILLER PIC X(01).
            05 IVR_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 IVR_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 IVR_AMOUNT PIC 9(09).
            05 FILLER PIC X(01).
            05 IVR_LOT PIC X(06).
            05 FILLER PIC X(35).
        FD PICKED_ORDER_FILE.
        01 PICKED_ORDER_RECORD.
            05 PKO_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 PKO_CUSTOMER PIC X(05).
            05 FILLER PIC X(01).
            05 PKO_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 PKO_WAREHOUSE PIC 9(02).
            05 FILLER PIC X(01).
            05 PKO_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 PKO_LOT PIC X(06).
*>受注番号・行番号・出荷番号(APPLICATION_172_SHIPPINGが書き込む)の分
            05 FILLER PIC X(17).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 RECEIPT_STATUS PIC XX.
        01 MOVEMENT_JOURNAL_STATUS PIC XX.
        01 IN_TRANSIT_STATUS PIC XX.
        01 LOT_POSITION_STATUS PIC XX.
        01 LOCATION_PRODUCT_STATUS PIC XX.
        01 INVOICE_REGISTER_STATUS PIC XX.
        01 PICKED_ORDER_STATUS PIC XX.
*>OPERATOR_SIGNONからの戻りエリア(照会のみのため権限1でよい)
        01 WK_SIGNON_AREA.
            05 WK_SO_OPERATOR PIC X(05).
            05 WK_SO_NAME PIC X(10).
            05 WK_SO_AUTHORITY PIC 9(01).
            05 WK_SO_RESULT PIC X(01).
        01 WK_SL_EVENT PIC X(10).
*>コンソール入力エリア
        01 WORKING-AREA.
            05 CONSOLE_LOT PIC X(06).
*>ロケーション→品番(対応が無ければ00000)
        01 LOCPRD_TBL_AREA.
            03 LOCPRD_DATA_1 OCCURS 2.
            05 LOCPRD_DATA_2 OCCURS 2.
            07 LOCPRD_DATA_3 OCCURS 3.
            09 LOCPRD_HINBAN PIC 9(05).
        01 WK_TODAY PIC 9(08).
        01 WK_LINE_CNT PIC 9(05).
*>ロット1件分の集計
        01 WK_RECEIVED_QTY PIC 9(07).
        01 WK_SHIPPED_QTY PIC 9(07).
        01 WK_ONHAND_QTY PIC 9(07).
        01 WK_TRANSIT_QTY PIC 9(07).
        01 WK_LOCATION_HINBAN PIC 9(05).
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "LotTrace.txt".
*>帳票行
        01 TRC_TITLE_LINE.
            05 PIC X(18) VALUE "*** LOT TRACE *** ".
            05 PIC X(04) VALUE "LOT ".
            05 TTL_LOT PIC X(06).
            05 PIC X(07) VALUE " AS OF ".
            05 TTL_DATE PIC 9(08).
            05 PIC X(37) VALUE SPACE.
        01 TRC_SECTION_LINE.
            05 PIC X(03) VALUE "-- ".
            05 SEC_TITLE PIC X(40).
            05 PIC X(37) VALUE SPACE.
        01 TRC_NONE_LINE.
            05 PIC X(10) VALUE "   (NONE)".
            05 PIC X(70) VALUE SPACE.
        01 TRC_RECEIPT_LINE.
            05 PIC X(09) VALUE "RECEIVED ".
            05 RCL_DATE PIC 9(08).
            05 PIC X(10) VALUE " SUPPLIER ".
            05 RCL_SUPPLIER PIC X(05).
            05 PIC X(04) VALUE " PO ".
            05 RCL_PO PIC X(04).
            05 PIC X(01) VALUE "-".
            05 RCL_LINE PIC 9(02).
            05 PIC X(08) VALUE " HINBAN ".
            05 RCL_HINBAN PIC 9(05).
            05 PIC X(05) VALUE " QTY ".
            05 RCL_QTY PIC ZZZZ9.
            05 PIC X(14) VALUE SPACE.
        01 TRC_MOVEMENT_LINE.
            05 MVL_DATE PIC 9(08).
            05 PIC X(06) VALUE " TYPE ".
            05 MVL_TYPE PIC X(01).
            05 PIC X(06) VALUE " FROM ".
            05 MVL_WAREHOUSE PIC 9(02).
            05 MVL_BIN PIC 9(02).
            05 MVL_SHELF PIC 9(02).
            05 PIC X(04) VALUE " TO ".
            05 MVL_TO_WAREHOUSE PIC 9(02).
            05 MVL_TO_BIN PIC 9(02).
            05 MVL_TO_SHELF PIC 9(02).
            05 PIC X(05) VALUE " QTY ".
            05 MVL_QTY PIC ZZZZ9.
            05 PIC X(08) VALUE " EXPIRY ".
            05 MVL_EXPIRY PIC X(08).
            05 PIC X(01) VALUE SPACE.
            05 MVL_DESC PIC X(12).
            05 PIC X(04) VALUE SPACE.
        01 TRC_TRANSIT_LINE.
            05 TRL_DATE PIC 9(08).
            05 PIC X(14) VALUE " SHIPPED FROM ".
            05 TRL_WAREHOUSE PIC 9(02).
            05 TRL_BIN PIC 9(02).
            05 TRL_SHELF PIC 9(02).
            05 PIC X(04) VALUE " TO ".
            05 TRL_TO_WAREHOUSE PIC 9(02).
            05 TRL_TO_BIN PIC 9(02).
            05 TRL_TO_SHELF PIC 9(02).
            05 PIC X(05) VALUE " QTY ".
            05 TRL_QTY PIC ZZZZ9.
            05 PIC X(36) VALUE SPACE.
        01 TRC_LOCATION_LINE.
            05 PIC X(09) VALUE "LOCATION ".
            05 LCL_WAREHOUSE PIC 9(02).
            05 LCL_BIN PIC 9(02).
            05 LCL_SHELF PIC 9(02).
            05 PIC X(08) VALUE " HINBAN ".
            05 LCL_HINBAN PIC 9(05).
            05 PIC X(08) VALUE " EXPIRY ".
            05 LCL_EXPIRY PIC X(08).
            05 PIC X(05) VALUE " QTY ".
            05 LCL_QTY PIC ZZZZ9.
            05 PIC X(26) VALUE SPACE.
        01 TRC_CUSTOMER_LINE.
            05 CSL_KIND PIC X(08).
            05 CSL_NO PIC X(06).
            05 PIC X(01) VALUE SPACE.
            05 CSL_DATE PIC 9(08).
            05 PIC X(10) VALUE " CUSTOMER ".
            05 CSL_CUSTOMER PIC X(05).
            05 PIC X(08) VALUE " HINBAN ".
            05 CSL_HINBAN PIC 9(05).
            05 PIC X(05) VALUE " QTY ".
            05 CSL_QTY PIC ZZZZ9.
            05 PIC X(01) VALUE SPACE.
            05 CSL_REMARK PIC X(12).
            05 PIC X(06) VALUE SPACE.
        01 TRC_TOTAL_LINE.
            05 PIC X(15) VALUE "TOTAL RECEIVED ".
            05 TOT_RECEIVED PIC ZZZZZZ9.
            05 PIC X(09) VALUE " SHIPPED ".
            05 TOT_SHIPPED PIC ZZZZZZ9.
            05 PIC X(09) VALUE " ON HAND ".
            05 TOT_ONHAND PIC ZZZZZZ9.
            05 PIC X(12) VALUE " IN TRANSIT ".
            05 TOT_TRANSIT PIC ZZZZZZ9.
            05 PIC X(07) VALUE SPACE.
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
        MOVE "LOTTRACE" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD_LOCPRD_PROC.
    EXEC_INPUT_PROC.
        DISPLAY "LOT NUMBER (6 CHARS, END=EXIT) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_LOT FROM CONSOLE.
        IF CONSOLE_LOT = "END" OR CONSOLE_LOT = SPACES
            THEN
                DISPLAY "LOT TRACE END."
                GOBACK
        END-IF.
        PERFORM TRACE_LOT_PROC.
        GO TO EXEC_INPUT_PROC.
*>ロット1件の追跡(遡及→移動→輸送中→残りのロケーション→得意先)
    TRACE_LOT_PROC.
        MOVE ZERO TO WK_RECEIVED_QTY WK_SHIPPED_QTY WK_ONHAND_QTY
            WK_TRANSIT_QTY.
        OPEN OUTPUT PRINT_FILE.
        MOVE CONSOLE_LOT TO TTL_LOT.
        MOVE WK_TODAY TO TTL_DATE.
        WRITE PRINT_RECORD FROM TRC_TITLE_LINE AFTER PAGE.
        DISPLAY TRC_TITLE_LINE.
        PERFORM TRACE_RECEIPT_PROC.
        PERFORM TRACE_MOVEMENT_PROC.
        PERFORM TRACE_TRANSIT_PROC.
        PERFORM TRACE_LOCATION_PROC.
        PERFORM TRACE_CUSTOMER_PROC.
        MOVE WK_RECEIVED_QTY TO TOT_RECEIVED.
        MOVE WK_SHIPPED_QTY TO TOT_SHIPPED.
        MOVE WK_ONHAND_QTY TO TOT_ONHAND.
        MOVE WK_TRANSIT_QTY TO TOT_TRANSIT.
        WRITE PRINT_RECORD FROM TRC_TOTAL_LINE AFTER 2 LINE.
        DISPLAY TRC_TOTAL_LINE.
        CLOSE PRINT_FILE.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        EXIT.
*>遡及(入荷レコードから仕入先・発注・入荷日)
    TRACE_RECEIPT_PROC.
        MOVE "SUPPLIER / PURCHASE ORDER / RECEIPT" TO SEC_TITLE.
        PERFORM PRINT_SECTION_PROC.
        OPEN INPUT RECEIPT_FILE.
        IF RECEIPT_STATUS = "00"
            THEN
                PERFORM UNTIL RECEIPT_STATUS NOT = "00"
                    READ RECEIPT_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF RCP_LOT = CONSOLE_LOT
                                THEN
                                    MOVE RCP_DATE TO RCL_DATE
                                    MOVE RCP_SUPPLIER TO RCL_SUPPLIER
                                    MOVE RCP_KEY TO RCL_PO
                                    MOVE RCP_SUJI TO RCL_LINE
                                    MOVE RCP_HINBAN TO RCL_HINBAN
                                    MOVE RCP_QTY TO RCL_QTY
                                    ADD RCP_QTY TO WK_RECEIVED_QTY
                                    MOVE TRC_RECEIPT_LINE TO PRINT_RECORD
                                    PERFORM PRINT_LINE_PROC
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RECEIPT_FILE
        END-IF.
        PERFORM PRINT_NONE_PROC.
        EXIT.
*>追跡1(移動ジャーナルのそのロットの全移動)
    TRACE_MOVEMENT_PROC.
        MOVE "MOVEMENTS" TO SEC_TITLE.
        PERFORM PRINT_SECTION_PROC.
        OPEN INPUT MOVEMENT_JOURNAL_FILE.
        IF MOVEMENT_JOURNAL_STATUS = "00"
            THEN
                PERFORM UNTIL MOVEMENT_JOURNAL_STATUS NOT = "00"
                    READ MOVEMENT_JOURNAL_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF JRNL_LOT = CONSOLE_LOT
                                THEN
                                    PERFORM EDIT_MOVEMENT_PROC
                                    MOVE TRC_MOVEMENT_LINE
                                        TO PRINT_RECORD
                                    PERFORM PRINT_LINE_PROC
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MOVEMENT_JOURNAL_FILE
        END-IF.
        PERFORM PRINT_NONE_PROC.
        EXIT.
*>移動1行の編集
    EDIT_MOVEMENT_PROC.
        MOVE JRNL_DATE TO MVL_DATE.
        MOVE JRNL_TYPE TO MVL_TYPE.
        MOVE JRNL_WAREHOUSE TO MVL_WAREHOUSE.
        MOVE JRNL_BIN TO MVL_BIN.
        MOVE JRNL_SHELF TO MVL_SHELF.
        MOVE JRNL_TO_WAREHOUSE TO MVL_TO_WAREHOUSE.
        MOVE JRNL_TO_BIN TO MVL_TO_BIN.
        MOVE JRNL_TO_SHELF TO MVL_TO_SHELF.
        MOVE JRNL_QTY TO MVL_QTY.
        MOVE JRNL_EXPIRY TO MVL_EXPIRY.
        EVALUATE JRNL_TYPE
            WHEN "R"
                MOVE "RECEIPT" TO MVL_DESC
            WHEN "I"
                MOVE "ISSUE" TO MVL_DESC
            WHEN "T"
                MOVE "TRANSFER" TO MVL_DESC
            WHEN "V"
                MOVE "VENDOR RTN" TO MVL_DESC
            WHEN "C"
                MOVE "CUST RTN" TO MVL_DESC
            WHEN OTHER
                MOVE SPACES TO MVL_DESC
        END-EVALUATE.
        EXIT.
*>追跡2(輸送中=棚間移動で発送し、まだ到着確認していない数量)
    TRACE_TRANSIT_PROC.
        MOVE "IN TRANSIT" TO SEC_TITLE.
        PERFORM PRINT_SECTION_PROC.
        OPEN INPUT IN_TRANSIT_FILE.
        IF IN_TRANSIT_STATUS = "00"
            THEN
                PERFORM UNTIL IN_TRANSIT_STATUS NOT = "00"
                    READ IN_TRANSIT_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF TRN_LOT = CONSOLE_LOT
                                THEN
                                    MOVE TRN_DATE TO TRL_DATE
                                    MOVE TRN_WAREHOUSE TO TRL_WAREHOUSE
                                    MOVE TRN_BIN TO TRL_BIN
                                    MOVE TRN_SHELF TO TRL_SHELF
                                    MOVE TRN_TO_WAREHOUSE
                                        TO TRL_TO_WAREHOUSE
                                    MOVE TRN_TO_BIN TO TRL_TO_BIN
                                    MOVE TRN_TO_SHELF TO TRL_TO_SHELF
                                    MOVE TRN_QTY TO TRL_QTY
                                    ADD TRN_QTY TO WK_TRANSIT_QTY
                                    MOVE TRC_TRANSIT_LINE TO PRINT_RECORD
                                    PERFORM PRINT_LINE_PROC
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE IN_TRANSIT_FILE
        END-IF.
        PERFORM PRINT_NONE_PROC.
        EXIT.
*>追跡3(ロット別在庫に残っているロケーション)
    TRACE_LOCATION_PROC.
        MOVE "REMAINING LOCATIONS" TO SEC_TITLE.
        PERFORM PRINT_SECTION_PROC.
        OPEN INPUT LOT_POSITION_FILE.
        IF LOT_POSITION_STATUS = "00"
            THEN
                PERFORM UNTIL LOT_POSITION_STATUS NOT = "00"
                    READ LOT_POSITION_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF LOTP_LOT = CONSOLE_LOT
                                    AND LOTP_QTY > ZERO
                                THEN
                                    PERFORM EDIT_LOCATION_PROC
                                    MOVE TRC_LOCATION_LINE
                                        TO PRINT_RECORD
                                    PERFORM PRINT_LINE_PROC
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LOT_POSITION_FILE
        END-IF.
        PERFORM PRINT_NONE_PROC.
        EXIT.
*>残りのロケーション1行の編集(品番はロケーション商品対応から引く)
    EDIT_LOCATION_PROC.
        MOVE ZERO TO WK_LOCATION_HINBAN.
        IF LOTP_WAREHOUSE >= 1 AND LOTP_WAREHOUSE <= 2
                AND LOTP_BIN >= 1 AND LOTP_BIN <= 2
                AND LOTP_SHELF >= 1 AND LOTP_SHELF <= 3
            THEN
                MOVE LOCPRD_HINBAN(LOTP_WAREHOUSE LOTP_BIN LOTP_SHELF)
                    TO WK_LOCATION_HINBAN
        END-IF.
        MOVE LOTP_WAREHOUSE TO LCL_WAREHOUSE.
        MOVE LOTP_BIN TO LCL_BIN.
        MOVE LOTP_SHELF TO LCL_SHELF.
        MOVE WK_LOCATION_HINBAN TO LCL_HINBAN.
        MOVE LOTP_EXPIRY TO LCL_EXPIRY.
        MOVE LOTP_QTY TO LCL_QTY.
        ADD LOTP_QTY TO WK_ONHAND_QTY.
        EXIT.
*>追跡4(出荷先の得意先。請求済みは請求登録簿、未請求は出庫済み受注から)
    TRACE_CUSTOMER_PROC.
        MOVE "CUSTOMERS AND INVOICES" TO SEC_TITLE.
        PERFORM PRINT_SECTION_PROC.
        OPEN INPUT INVOICE_REGISTER_FILE.
        IF INVOICE_REGISTER_STATUS = "00"
            THEN
                PERFORM UNTIL INVOICE_REGISTER_STATUS NOT = "00"
                    READ INVOICE_REGISTER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF IVR_LOT = CONSOLE_LOT
                                THEN
                                    MOVE "INVOICE " TO CSL_KIND
                                    MOVE IVR_NO TO CSL_NO
                                    MOVE IVR_DATE TO CSL_DATE
                                    MOVE IVR_CUSTOMER TO CSL_CUSTOMER
                                    MOVE IVR_HINBAN TO CSL_HINBAN
                                    MOVE IVR_QTY TO CSL_QTY
                                    MOVE SPACES TO CSL_REMARK
                                    ADD IVR_QTY TO WK_SHIPPED_QTY
                                    MOVE TRC_CUSTOMER_LINE
                                        TO PRINT_RECORD
                                    PERFORM PRINT_LINE_PROC
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INVOICE_REGISTER_FILE
        END-IF.
        OPEN INPUT PICKED_ORDER_FILE.
        IF PICKED_ORDER_STATUS = "00"
            THEN
                PERFORM UNTIL PICKED_ORDER_STATUS NOT = "00"
                    READ PICKED_ORDER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF PKO_LOT = CONSOLE_LOT
                                THEN
                                    MOVE "PICKED  " TO CSL_KIND
                                    MOVE SPACES TO CSL_NO
                                    MOVE PKO_DATE TO CSL_DATE
                                    MOVE PKO_CUSTOMER TO CSL_CUSTOMER
                                    MOVE PKO_HINBAN TO CSL_HINBAN
                                    MOVE PKO_QTY TO CSL_QTY
                                    MOVE "NOT INVOICED" TO CSL_REMARK
                                    ADD PKO_QTY TO WK_SHIPPED_QTY
                                    MOVE TRC_CUSTOMER_LINE
                                        TO PRINT_RECORD
                                    PERFORM PRINT_LINE_PROC
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PICKED_ORDER_FILE
        END-IF.
        PERFORM PRINT_NONE_PROC.
        EXIT.
*>区分見出しの印字(区分内の行数を数え直す)
    PRINT_SECTION_PROC.
        MOVE ZERO TO WK_LINE_CNT.
        WRITE PRINT_RECORD FROM TRC_SECTION_LINE AFTER 2 LINE.
        DISPLAY TRC_SECTION_LINE.
        EXIT.
*>明細1行の印字と表示
    PRINT_LINE_PROC.
        WRITE PRINT_RECORD AFTER 1 LINE.
        DISPLAY PRINT_RECORD.
        ADD 1 TO WK_LINE_CNT.
        EXIT.
*>区分に該当が無ければ(NONE)
    PRINT_NONE_PROC.
        IF WK_LINE_CNT = ZERO
            THEN
                WRITE PRINT_RECORD FROM TRC_NONE_LINE AFTER 1 LINE
                DISPLAY TRC_NONE_LINE
        END-IF.
        EXIT.
*>ロケーション→品番の読み込み
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
*>LotTrace.txt = 見出し、区分(仕入先・発注・入荷/移動/輸送中/残りのロケーション/
*>得意先・請求)ごとの明細、合計行(入荷・出荷・在庫・輸送中の数量)
*>出荷はINVOICE(請求済み:請求番号つき)とPICKED(出庫済みで未請求)の合計
*>ロットの照会ごとにLotTrace.txtを作り直し、スプール台帳へ登録する
*>移動の種別C(赤伝の承認で得意先から戻し入れたロット)はCUST RTNと出す
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
