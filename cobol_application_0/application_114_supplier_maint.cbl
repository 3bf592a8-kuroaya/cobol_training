*>仕入先マスタ保守 発注が「どこから買うか」を持てるように、仕入先マスタ
*>(SupplierMaster.txt:コード/名称/リードタイム日数/最小発注数量/支払条件/状態)
*>への追加/変更/取引停止と、商品ごとの主仕入先(ProductSupplier.txt:品番/
*>仕入先コード)の登録を対話形式で行う(APPLICATION_84_CUSTOMER_MAINTと同じ作り)
*>サインオンはOPERATOR_SIGNON(マスタ保守のため権限3)
*>仕入先コードはCHECK_DIGIT検査(末尾桁=チェックデジット)に合格するものだけを
*>受け付け、全ての保守操作はオペレータIDと日時つきでSupplierChangeLog.txtへ残す
*>取引停止は削除せずに状態"S"を立てる(発注生成は主仕入先なしとして扱う)
*>買掛金の支払(APPLICATION_118_AP_PAY_RUN)の振込先として銀行/支店/口座も持つ
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_114_SUPPLIER_MAINT.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SUPPLIER_MASTER_FILE
            ASSIGN TO "SupplierMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SUPPLIER_MASTER_STATUS.
        SELECT PRODUCT_SUPPLIER_FILE
            ASSIGN TO "ProductSupplier.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PRODUCT_SUPPLIER_STATUS.
        SELECT SUPP_CHANGE_LOG_FILE
            ASSIGN TO "SupplierChangeLog.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SUPP_CHANGE_LOG_STATUS.
DATA DIVISION.
    FILE SECTION.
*>仕入先マスタ(状態は"A"=取引中 "S"=取引停止)
        FD SUPPLIER_MASTER_FILE.
        01 SUPPLIER_MASTER_RECORD.
            05 SUP_CODE PIC X(05).
            05 SUP_NAME PIC X(20).
            05 SUP_LEAD_DAYS PIC 9(03).
            05 SUP_MIN_QTY PIC 9(05).
            05 SUP_TERMS PIC 9(02).
            05 SUP_STATUS PIC X(01).
            05 SUP_BANK PIC X(04).
            05 SUP_BRANCH PIC X(03).
            05 SUP_ACCOUNT PIC X(07).
*>商品別の主仕入先(1品番1行)
        FD PRODUCT_SUPPLIER_FILE.
        01 PRODUCT_SUPPLIER_RECORD.
            05 PSL_HINBAN PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 PSL_SUPPLIER PIC X(05).
        FD SUPP_CHANGE_LOG_FILE.
        01 SUPP_CHANGE_LOG_RECORD.
            05 SCL_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SCL_TIME PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SCL_OPERATOR PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SCL_ACTION PIC X(10).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SCL_CODE PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SCL_DETAIL PIC X(30).
    WORKING-STORAGE SECTION.
        01 SUPPLIER_MASTER_STATUS PIC XX.
        01 PRODUCT_SUPPLIER_STATUS PIC XX.
        01 SUPP_CHANGE_LOG_STATUS PIC XX.
        01 SUPP_CHANGE_LOG_SW PIC X(01) VALUE "N".
            88 SUPP_CHANGE_LOG_OPENED VALUE "Y".
*>OPERATOR_SIGNONからの戻りエリア(マスタ保守には権限3)
        01 WK_SIGNON_AREA.
            05 WK_SO_OPERATOR PIC X(05).
            05 WK_SO_NAME PIC X(10).
            05 WK_SO_AUTHORITY PIC 9(01).
            05 WK_SO_RESULT PIC X(01).
        01 WK_SL_EVENT PIC X(10).
*>コンソール入力エリア
        01 WORKING-AREA.
            05 CONSOLE_MODE PIC 9(01).
            05 CONSOLE_CODE PIC X(05).
            05 CONSOLE_NAME PIC X(20).
            05 CONSOLE_LEAD PIC X(03).
            05 CONSOLE_MIN_QTY PIC X(05).
            05 CONSOLE_TERMS PIC X(02).
            05 CONSOLE_HINBAN PIC X(05).
            05 CONSOLE_BANK PIC X(04).
            05 CONSOLE_BRANCH PIC X(03).
            05 CONSOLE_ACCOUNT PIC X(07).
*>仕入先テーブル(保守後にまとめてファイルへ書き戻す)
        01 SUPP_TBL_MASTER.
            05 SUPP_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 SUPP_TBL OCCURS 0 TO 200
                DEPENDING ON SUPP_TBL_SIZE
                INDEXED BY SUPP_IDX.
                10 STB_CODE PIC X(05).
                10 STB_NAME PIC X(20).
                10 STB_LEAD_DAYS PIC 9(03).
                10 STB_MIN_QTY PIC 9(05).
                10 STB_TERMS PIC 9(02).
                10 STB_STATUS PIC X(01).
                10 STB_BANK PIC X(04).
                10 STB_BRANCH PIC X(03).
                10 STB_ACCOUNT PIC X(07).
*>主仕入先テーブル(品番→仕入先。保守後にまとめて書き戻す)
        01 PSL_TBL_MASTER.
            05 PSL_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PSL_TBL OCCURS 0 TO 999
                DEPENDING ON PSL_TBL_SIZE
                INDEXED BY PSL_IDX.
                10 PLT_HINBAN PIC 9(05).
                10 PLT_SUPPLIER PIC X(05).
        01 WK_HINBAN PIC 9(05).
*>CHECK_DIGITへの受け渡しエリア
        01 WK_CD_CODE PIC X(10).
        01 WK_CD_LENGTH PIC 9(02) COMP VALUE 5.
        01 WK_CD_RESULT PIC X(01).
            88 WK_CD_VALID VALUE "V".
*>変更履歴の編集エリア
        01 WK_LOG_ACTION PIC X(10).
        01 WK_LOG_DETAIL PIC X(30).
        01 SW_AREA.
            05 SW_FOUND PIC X(01).
        01 CST_AREA.
            05 CST_1X PIC X(01) VALUE "1".
PROCEDURE DIVISION.
    MAIN_PROCEDURE.
    INITIALIZE_PART.
        CALL "OPERATOR_SIGNON" USING WK_SO_OPERATOR WK_SO_NAME
            WK_SO_AUTHORITY WK_SO_RESULT.
        IF WK_SO_RESULT NOT = "Y"
            THEN
                DISPLAY "SIGN-ON FAILED. PROGRAM ENDS."
                GOBACK
        END-IF.
        IF WK_SO_AUTHORITY < 3
            THEN
                DISPLAY "SUPPLIER MAINTENANCE REQUIRES AUTHORITY 3."
                GOBACK
        END-IF.
        MOVE "SUPPMAINT" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        PERFORM LOAD_SUPP_PROC.
        PERFORM LOAD_PSL_PROC.
    EXEC_MENU_PROC.
        DISPLAY "SUPPLIER MAINTENANCE:"
            " (1)ADD (2)CHANGE (3)SUSPEND (4)LINK PRODUCT"
            " (5)BANK ACCOUNT (9)END".
        ACCEPT CONSOLE_MODE FROM CONSOLE.
        EVALUATE CONSOLE_MODE
            WHEN 1
                PERFORM ADD_SUPP_PROC
            WHEN 2
                PERFORM CHANGE_SUPP_PROC
            WHEN 3
                PERFORM SUSPEND_SUPP_PROC
            WHEN 4
                PERFORM LINK_PRODUCT_PROC
            WHEN 5
                PERFORM BANK_ACCOUNT_PROC
            WHEN 9
                PERFORM SAVE_SUPP_PROC
                PERFORM SAVE_PSL_PROC
                GOBACK
            WHEN OTHER
                DISPLAY "INVALID SELECTION."
        END-EVALUATE.
        GO TO EXEC_MENU_PROC.
*>1.追加(コードのCHECK_DIGIT検査と重複検査に合格した場合のみ)
    ADD_SUPP_PROC.
        DISPLAY "SUPPLIER CODE (5 DIGITS) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_CODE FROM CONSOLE.
        PERFORM VALIDATE_CODE_PROC.
        IF NOT WK_CD_VALID
            THEN
                DISPLAY "SUPPLIER CODE FAILS CHECK DIGIT."
                EXIT PARAGRAPH
        END-IF.
        PERFORM FIND_CODE_PROC.
        IF SW_FOUND = CST_1X
            THEN
                DISPLAY "SUPPLIER " CONSOLE_CODE " ALREADY EXISTS."
                EXIT PARAGRAPH
        END-IF.
        IF SUPP_TBL_SIZE >= 200
            THEN
                DISPLAY "MASTER TABLE FULL. ADD REJECTED."
                EXIT PARAGRAPH
        END-IF.
        DISPLAY "NAME (20 CHARS) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_NAME FROM CONSOLE.
        PERFORM ACCEPT_TERMS_PROC.
        IF SW_FOUND NOT = CST_1X
            THEN
                DISPLAY "ADD REJECTED."
                EXIT PARAGRAPH
        END-IF.
        ADD 1 TO SUPP_TBL_SIZE.
        SET SUPP_IDX TO SUPP_TBL_SIZE.
        MOVE CONSOLE_CODE TO STB_CODE(SUPP_IDX).
        MOVE CONSOLE_NAME TO STB_NAME(SUPP_IDX).
        MOVE CONSOLE_LEAD TO STB_LEAD_DAYS(SUPP_IDX).
        MOVE CONSOLE_MIN_QTY TO STB_MIN_QTY(SUPP_IDX).
        MOVE CONSOLE_TERMS TO STB_TERMS(SUPP_IDX).
        MOVE "A" TO STB_STATUS(SUPP_IDX).
        MOVE SPACE TO STB_BANK(SUPP_IDX) STB_BRANCH(SUPP_IDX)
            STB_ACCOUNT(SUPP_IDX).
        DISPLAY "ADDED " CONSOLE_CODE.
        MOVE "ADD" TO WK_LOG_ACTION.
        MOVE CONSOLE_NAME TO WK_LOG_DETAIL.
        PERFORM WRITE_CHANGE_LOG_PROC.
*>2.変更(名称・リードタイム・最小発注数量・支払条件の変更)
    CHANGE_SUPP_PROC.
        DISPLAY "SUPPLIER CODE >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_CODE FROM CONSOLE.
        PERFORM FIND_CODE_PROC.
        IF SW_FOUND NOT = CST_1X
            THEN
                DISPLAY "SUPPLIER NOT FOUND."
                EXIT PARAGRAPH
        END-IF.
        DISPLAY "NEW NAME >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_NAME FROM CONSOLE.
        PERFORM ACCEPT_TERMS_PROC.
        IF SW_FOUND NOT = CST_1X
            THEN
                DISPLAY "CHANGE REJECTED."
                EXIT PARAGRAPH
        END-IF.
        MOVE SPACES TO WK_LOG_DETAIL.
        STRING "LT " DELIMITED BY SIZE
            STB_LEAD_DAYS(SUPP_IDX) DELIMITED BY SIZE
            "->" DELIMITED BY SIZE
            CONSOLE_LEAD DELIMITED BY SIZE
            " MOQ " DELIMITED BY SIZE
            STB_MIN_QTY(SUPP_IDX) DELIMITED BY SIZE
            "->" DELIMITED BY SIZE
            CONSOLE_MIN_QTY DELIMITED BY SIZE
            INTO WK_LOG_DETAIL.
        MOVE CONSOLE_NAME TO STB_NAME(SUPP_IDX).
        MOVE CONSOLE_LEAD TO STB_LEAD_DAYS(SUPP_IDX).
        MOVE CONSOLE_MIN_QTY TO STB_MIN_QTY(SUPP_IDX).
        MOVE CONSOLE_TERMS TO STB_TERMS(SUPP_IDX).
        DISPLAY "CHANGED " CONSOLE_CODE.
        MOVE "CHANGE" TO WK_LOG_ACTION.
        PERFORM WRITE_CHANGE_LOG_PROC.
*>3.取引停止(状態"S"を立てる。発注生成はこの仕入先を選ばない)
    SUSPEND_SUPP_PROC.
        DISPLAY "SUPPLIER CODE >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_CODE FROM CONSOLE.
        PERFORM FIND_CODE_PROC.
        IF SW_FOUND NOT = CST_1X
            THEN
                DISPLAY "SUPPLIER NOT FOUND."
                EXIT PARAGRAPH
        END-IF.
        MOVE "S" TO STB_STATUS(SUPP_IDX).
        DISPLAY "SUSPENDED " CONSOLE_CODE.
        MOVE "SUSPEND" TO WK_LOG_ACTION.
        MOVE STB_NAME(SUPP_IDX) TO WK_LOG_DETAIL.
        PERFORM WRITE_CHANGE_LOG_PROC.
*>4.主仕入先の登録(品番に既に行があれば仕入先を差し替える)
    LINK_PRODUCT_PROC.
        DISPLAY "HINBAN (5 DIGITS) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_HINBAN FROM CONSOLE.
        IF CONSOLE_HINBAN IS NOT NUMERIC
            THEN
                DISPLAY "HINBAN MUST BE NUMERIC."
                EXIT PARAGRAPH
        END-IF.
        MOVE CONSOLE_HINBAN TO WK_HINBAN.
        DISPLAY "PREFERRED SUPPLIER CODE >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_CODE FROM CONSOLE.
        PERFORM FIND_CODE_PROC.
        IF SW_FOUND NOT = CST_1X
            THEN
                DISPLAY "SUPPLIER NOT FOUND. LINK REJECTED."
                EXIT PARAGRAPH
        END-IF.
        IF STB_STATUS(SUPP_IDX) = "S"
            THEN
                DISPLAY "SUPPLIER SUSPENDED. LINK REJECTED."
                EXIT PARAGRAPH
        END-IF.
        MOVE SPACES TO WK_LOG_DETAIL.
        SET PSL_IDX TO 1.
        SEARCH PSL_TBL
            AT END
                IF PSL_TBL_SIZE >= 999
                    THEN
                        DISPLAY "LINK TABLE FULL. LINK REJECTED."
                        EXIT PARAGRAPH
                END-IF
                ADD 1 TO PSL_TBL_SIZE
                SET PSL_IDX TO PSL_TBL_SIZE
                MOVE WK_HINBAN TO PLT_HINBAN(PSL_IDX)
                STRING "HINBAN " DELIMITED BY SIZE
                    CONSOLE_HINBAN DELIMITED BY SIZE
                    " NEW" DELIMITED BY SIZE
                    INTO WK_LOG_DETAIL
            WHEN PLT_HINBAN(PSL_IDX) = WK_HINBAN
                STRING "HINBAN " DELIMITED BY SIZE
                    CONSOLE_HINBAN DELIMITED BY SIZE
                    " WAS " DELIMITED BY SIZE
                    PLT_SUPPLIER(PSL_IDX) DELIMITED BY SIZE
                    INTO WK_LOG_DETAIL
        END-SEARCH.
        MOVE CONSOLE_CODE TO PLT_SUPPLIER(PSL_IDX).
        DISPLAY "HINBAN " WK_HINBAN " NOW SUPPLIED BY " CONSOLE_CODE.
        MOVE "LINK" TO WK_LOG_ACTION.
        PERFORM WRITE_CHANGE_LOG_PROC.
*>5.振込先口座の登録(買掛金の支払はこの口座へ振り込む)
    BANK_ACCOUNT_PROC.
        DISPLAY "SUPPLIER CODE >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_CODE FROM CONSOLE.
        PERFORM FIND_CODE_PROC.
        IF SW_FOUND NOT = CST_1X
            THEN
                DISPLAY "SUPPLIER NOT FOUND."
                EXIT PARAGRAPH
        END-IF.
        DISPLAY "BANK CODE (4 DIGITS) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_BANK FROM CONSOLE.
        DISPLAY "BRANCH CODE (3 DIGITS) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_BRANCH FROM CONSOLE.
        DISPLAY "ACCOUNT NUMBER (7 DIGITS) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_ACCOUNT FROM CONSOLE.
        IF CONSOLE_BANK IS NOT NUMERIC
                OR CONSOLE_BRANCH IS NOT NUMERIC
                OR CONSOLE_ACCOUNT IS NOT NUMERIC
            THEN
                DISPLAY "BANK, BRANCH AND ACCOUNT MUST BE NUMERIC."
                EXIT PARAGRAPH
        END-IF.
        MOVE SPACES TO WK_LOG_DETAIL.
        STRING "WAS " DELIMITED BY SIZE
            STB_BANK(SUPP_IDX) DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            STB_BRANCH(SUPP_IDX) DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            STB_ACCOUNT(SUPP_IDX) DELIMITED BY SIZE
            INTO WK_LOG_DETAIL.
        MOVE CONSOLE_BANK TO STB_BANK(SUPP_IDX).
        MOVE CONSOLE_BRANCH TO STB_BRANCH(SUPP_IDX).
        MOVE CONSOLE_ACCOUNT TO STB_ACCOUNT(SUPP_IDX).
        DISPLAY "BANK ACCOUNT SET FOR " CONSOLE_CODE.
        MOVE "BANK" TO WK_LOG_ACTION.
        PERFORM WRITE_CHANGE_LOG_PROC.
*>共通.リードタイム・最小発注数量・支払条件の受け付け(全部数字ならSW_FOUND=1)
    ACCEPT_TERMS_PROC.
        MOVE SPACE TO SW_FOUND.
        DISPLAY "LEAD TIME (DAYS, 3 DIGITS) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_LEAD FROM CONSOLE.
        DISPLAY "MINIMUM ORDER QTY (5 DIGITS) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_MIN_QTY FROM CONSOLE.
        DISPLAY "PAYMENT TERMS (DAYS, 2 DIGITS) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_TERMS FROM CONSOLE.
        IF CONSOLE_LEAD IS NOT NUMERIC
                OR CONSOLE_MIN_QTY IS NOT NUMERIC
                OR CONSOLE_TERMS IS NOT NUMERIC
            THEN
                DISPLAY "LEAD TIME, MINIMUM QTY AND TERMS MUST BE"
                    " NUMERIC."
            ELSE
                MOVE CST_1X TO SW_FOUND
        END-IF.
        EXIT.
*>共通.仕入先コードのCHECK_DIGIT検査
    VALIDATE_CODE_PROC.
        MOVE SPACE TO WK_CD_CODE.
        MOVE CONSOLE_CODE TO WK_CD_CODE(1:5).
        CALL "CHECK_DIGIT" USING WK_CD_CODE WK_CD_LENGTH
            WK_CD_RESULT.
        EXIT.
*>共通.仕入先コードの検索
    FIND_CODE_PROC.
        MOVE SPACE TO SW_FOUND.
        SET SUPP_IDX TO 1.
        SEARCH SUPP_TBL
            AT END
                CONTINUE
            WHEN STB_CODE(SUPP_IDX) = CONSOLE_CODE
                MOVE CST_1X TO SW_FOUND
        END-SEARCH.
        EXIT.
*>共通.変更履歴の追記(日時・オペレータ・操作・コード・内容)
    WRITE_CHANGE_LOG_PROC.
        IF NOT SUPP_CHANGE_LOG_OPENED
            THEN
                OPEN EXTEND SUPP_CHANGE_LOG_FILE
                IF SUPP_CHANGE_LOG_STATUS NOT = "00"
                    THEN
                        OPEN OUTPUT SUPP_CHANGE_LOG_FILE
                END-IF
                SET SUPP_CHANGE_LOG_OPENED TO TRUE
        END-IF.
        MOVE SPACE TO SUPP_CHANGE_LOG_RECORD.
        ACCEPT SCL_DATE FROM DATE YYYYMMDD.
        ACCEPT SCL_TIME FROM TIME.
        MOVE WK_SO_OPERATOR TO SCL_OPERATOR.
        MOVE WK_LOG_ACTION TO SCL_ACTION.
        MOVE CONSOLE_CODE TO SCL_CODE.
        MOVE WK_LOG_DETAIL TO SCL_DETAIL.
        WRITE SUPP_CHANGE_LOG_RECORD.
        EXIT.
*>仕入先マスタの読み込み(無ければ空のマスタから開始する)
    LOAD_SUPP_PROC.
        SET SUPP_TBL_SIZE TO 0.
        OPEN INPUT SUPPLIER_MASTER_FILE.
        IF SUPPLIER_MASTER_STATUS = "00"
            THEN
                PERFORM UNTIL SUPPLIER_MASTER_STATUS NOT = "00"
                    READ SUPPLIER_MASTER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF SUPP_TBL_SIZE < 200
                                THEN
                                    ADD 1 TO SUPP_TBL_SIZE
                                    SET SUPP_IDX TO SUPP_TBL_SIZE
                                    MOVE SUP_CODE TO STB_CODE(SUPP_IDX)
                                    MOVE SUP_NAME TO STB_NAME(SUPP_IDX)
                                    MOVE SUP_LEAD_DAYS
                                        TO STB_LEAD_DAYS(SUPP_IDX)
                                    MOVE SUP_MIN_QTY
                                        TO STB_MIN_QTY(SUPP_IDX)
                                    MOVE SUP_TERMS
                                        TO STB_TERMS(SUPP_IDX)
                                    MOVE SUP_STATUS
                                        TO STB_STATUS(SUPP_IDX)
                                    MOVE SUP_BANK TO STB_BANK(SUPP_IDX)
                                    MOVE SUP_BRANCH
                                        TO STB_BRANCH(SUPP_IDX)
                                    MOVE SUP_ACCOUNT
                                        TO STB_ACCOUNT(SUPP_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SUPPLIER_MASTER_FILE
        END-IF.
        EXIT.
*>主仕入先の読み込み(無ければ空から開始する)
    LOAD_PSL_PROC.
        SET PSL_TBL_SIZE TO 0.
        OPEN INPUT PRODUCT_SUPPLIER_FILE.
        IF PRODUCT_SUPPLIER_STATUS = "00"
            THEN
                PERFORM UNTIL PRODUCT_SUPPLIER_STATUS NOT = "00"
                    READ PRODUCT_SUPPLIER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF PSL_TBL_SIZE < 999
                                THEN
                                    ADD 1 TO PSL_TBL_SIZE
                                    SET PSL_IDX TO PSL_TBL_SIZE
                                    MOVE PSL_HINBAN
                                        TO PLT_HINBAN(PSL_IDX)
                                    MOVE PSL_SUPPLIER
                                        TO PLT_SUPPLIER(PSL_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PRODUCT_SUPPLIER_FILE
        END-IF.
        EXIT.
*>仕入先マスタの書き戻し(保守後の全件を書き出す)
    SAVE_SUPP_PROC.
        OPEN OUTPUT SUPPLIER_MASTER_FILE.
        PERFORM VARYING SUPP_IDX FROM 1 BY 1
                UNTIL SUPP_IDX > SUPP_TBL_SIZE
            MOVE STB_CODE(SUPP_IDX) TO SUP_CODE
            MOVE STB_NAME(SUPP_IDX) TO SUP_NAME
            MOVE STB_LEAD_DAYS(SUPP_IDX) TO SUP_LEAD_DAYS
            MOVE STB_MIN_QTY(SUPP_IDX) TO SUP_MIN_QTY
            MOVE STB_TERMS(SUPP_IDX) TO SUP_TERMS
            MOVE STB_STATUS(SUPP_IDX) TO SUP_STATUS
            MOVE STB_BANK(SUPP_IDX) TO SUP_BANK
            MOVE STB_BRANCH(SUPP_IDX) TO SUP_BRANCH
            MOVE STB_ACCOUNT(SUPP_IDX) TO SUP_ACCOUNT
            WRITE SUPPLIER_MASTER_RECORD
        END-PERFORM.
        CLOSE SUPPLIER_MASTER_FILE.
        DISPLAY "SUPPLIER MASTER SAVED. RECORDS: " SUPP_TBL_SIZE.
        EXIT.
*>主仕入先の書き戻し
    SAVE_PSL_PROC.
        OPEN OUTPUT PRODUCT_SUPPLIER_FILE.
        PERFORM VARYING PSL_IDX FROM 1 BY 1
                UNTIL PSL_IDX > PSL_TBL_SIZE
            MOVE SPACE TO PRODUCT_SUPPLIER_RECORD
            MOVE PLT_HINBAN(PSL_IDX) TO PSL_HINBAN
            MOVE PLT_SUPPLIER(PSL_IDX) TO PSL_SUPPLIER
            WRITE PRODUCT_SUPPLIER_RECORD
        END-PERFORM.
        CLOSE PRODUCT_SUPPLIER_FILE.
        DISPLAY "PRODUCT SUPPLIER LINKS SAVED. RECORDS: " PSL_TBL_SIZE.
        EXIT.
*>SupplierMaster.txtの1行 = コード(5) 名称(20) リードタイム日数(3)
*>最小発注数量(5) 支払条件日数(2) 状態(1:A=取引中 S=取引停止)
*>振込先の銀行(4) 支店(3) 口座(7)(未登録は空白。支払は保留される)
*>ProductSupplier.txtの1行 = 品番(5) 主仕入先コード(5)(1品番1行)
*>発注生成(APPLICATION_71_PO_GEN)はロケーション→品番(LocationProduct.txt)→
*>主仕入先の順に引き、最小発注数量への切り上げと仕入先ごとの発注書に使う
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
