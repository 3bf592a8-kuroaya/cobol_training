*>組立作業指示 ギフトセットや部品の詰め合わせのように、在庫品を組み合わせて
*>1つの品番として売るキット品の組立(A)と分解(D)を入力する
*>(従来は組立担当が部品ごとの"I"とキットの"R"を手で書いており、数が合わなかった)
*>部品構成表(BomMaster.txt:親品番/部品品番/員数)から部品と必要数量
*>(員数×作成数量)を求め、ロケーション商品対応(LocationProduct.txt)で
*>キットのロケーションと、同じ倉庫の部品ロケーションを決める
*>組立は部品の手持(InventoryPosition.txt)から品質検査の保留数量(QcHold.txtの
*>状態H/Q/V)を除いた数量で、分解はキットの同じ数量で引き当てられるかを確認する
*>確認(Y)すると作業指示番号(WorkOrderControl.txt)を採番し、Movements.txtへ
*>見出し"W"に続けて
*>  組立:部品ごとの出庫"I"とキットの入庫"R"
*>  分解:キットの出庫"I"と部品ごとの入庫"R"
*>を1組として書き、作業指示台帳(WorkOrders.txt)へ追記する
*>夜間のAPPLICATION_43_STOCK_MOVESは組の全行を検査してから反映し、
*>1行でも反映できなければ組全体をリジェクトする
*>サインオンはOPERATOR_SIGNON、権限2以上(入荷入力と同じ)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_126_KIT_ASSEMBLY.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT BOM_MASTER_FILE
            ASSIGN TO "BomMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BOM_MASTER_STATUS.
        SELECT LOCATION_PRODUCT_FILE
            ASSIGN TO "LocationProduct.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCATION_PRODUCT_STATUS.
        SELECT INVENTORY_POSITION_FILE
            ASSIGN TO "InventoryPosition.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INV_FILE_STATUS.
        SELECT QC_HOLD_FILE
            ASSIGN TO "QcHold.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS QC_HOLD_STATUS.
        SELECT MOVEMENT_FILE
            ASSIGN TO "Movements.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MOVEMENT_STATUS.
        SELECT WORK_ORDER_FILE
            ASSIGN TO "WorkOrders.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WORK_ORDER_STATUS.
        SELECT WO_CONTROL_FILE
            ASSIGN TO "WorkOrderControl.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WO_CONTROL_STATUS.
DATA DIVISION.
    FILE SECTION.
*>部品構成表(親品番1つに部品品番が複数行)
        FD BOM_MASTER_FILE.
        01 BOM_MASTER_RECORD.
            05 BOM_PARENT PIC 9(05).
            05 FILLER PIC X(01).
            05 BOM_COMPONENT PIC 9(05).
            05 FILLER PIC X(01).
            05 BOM_QTY_PER PIC 9(03).
        FD LOCATION_PRODUCT_FILE.
        01 LOCATION_PRODUCT_RECORD.
            05 LP_WAREHOUSE PIC 9(02).
            05 LP_BIN PIC 9(02).
            05 LP_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 LP_HINBAN PIC 9(05).
        FD INVENTORY_POSITION_FILE.
        01 INVENTORY_POSITION_RECORD.
            05 INV_WAREHOUSE PIC 9(02).
            05 INV_BIN PIC 9(02).
            05 INV_SHELF PIC 9(02).
            05 INV_QTY PIC 9(05).
        FD QC_HOLD_FILE.
        01 QC_HOLD_RECORD.
            05 QCH_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 QCH_PO PIC 9(04).
            05 FILLER PIC X(01).
            05 QCH_LINE PIC 9(02).
            05 FILLER PIC X(01).
            05 QCH_WAREHOUSE PIC 9(02).
            05 QCH_BIN PIC 9(02).
            05 QCH_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 QCH_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 QCH_LOT PIC X(06).
            05 FILLER PIC X(01).
            05 QCH_EXPIRY PIC X(08).
            05 FILLER PIC X(01).
            05 QCH_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 QCH_STATUS PIC X(01).
            05 FILLER PIC X(01).
            05 QCH_SUPPLIER PIC X(05).
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
*>作業指示台帳(1作業指示1行の追記)
        FD WORK_ORDER_FILE.
        01 WORK_ORDER_RECORD.
            05 WOR_NO PIC 9(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 WOR_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 WOR_OPERATOR PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 WOR_MODE PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 WOR_PARENT PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 WOR_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 WOR_WAREHOUSE PIC 9(02).
            05 WOR_BIN PIC 9(02).
            05 WOR_SHELF PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 WOR_LINES PIC 9(02).
*>作業指示番号の採番管理(最後に発行した番号)
        FD WO_CONTROL_FILE.
        01 WO_CONTROL_RECORD.
            05 WOC_LAST_NO PIC 9(04).
    WORKING-STORAGE SECTION.
        01 BOM_MASTER_STATUS PIC XX.
        01 LOCATION_PRODUCT_STATUS PIC XX.
        01 INV_FILE_STATUS PIC XX.
        01 QC_HOLD_STATUS PIC XX.
        01 MOVEMENT_STATUS PIC XX.
        01 WORK_ORDER_STATUS PIC XX.
        01 WO_CONTROL_STATUS PIC XX.
*>OPERATOR_SIGNONからの戻りエリア(組立入力には権限2)
        01 WK_SIGNON_AREA.
            05 WK_SO_OPERATOR PIC X(05).
            05 WK_SO_NAME PIC X(10).
            05 WK_SO_AUTHORITY PIC 9(01).
            05 WK_SO_RESULT PIC X(01).
        01 WK_SL_EVENT PIC X(10).
*>コンソール入力エリア
        01 WORKING-AREA.
            05 CONSOLE_MODE PIC X(01).
            05 CONSOLE_HINBAN PIC X(05).
            05 CONSOLE_QTY PIC X(05).
            05 CONSOLE_CONFIRM PIC X(01).
*>部品構成表テーブル
        01 BOM_TBL_MASTER.
            05 BOM_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 BOM_TBL OCCURS 0 TO 500
                DEPENDING ON BOM_TBL_SIZE
                INDEXED BY BOM_IDX.
                10 BMT_PARENT PIC 9(05).
                10 BMT_COMPONENT PIC 9(05).
                10 BMT_QTY_PER PIC 9(03).
*>作業指示1件分の部品(組の行数の上限20からキットの1行を除いた19部品まで)
        01 CMP_TBL_MASTER.
            05 CMP_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 CMP_TBL OCCURS 0 TO 19
                DEPENDING ON CMP_TBL_SIZE
                INDEXED BY CMP_IDX.
                10 CMT_HINBAN PIC 9(05).
                10 CMT_QTY_PER PIC 9(03).
                10 CMT_NEED_QTY PIC 9(05).
                10 CMT_WAREHOUSE PIC 9(02).
                10 CMT_BIN PIC 9(02).
                10 CMT_SHELF PIC 9(02).
*>多次元配列(倉庫×棚×棚段)。APPLICATION_9_MULTI_ARRAY_PERと同じ持ち方
        01 WORK_ITEM.
            03 WORK_DATA_1 OCCURS 2.
            05 WORK_DATA_2 OCCURS 2.
            07 WORK_DATA_3 OCCURS 3.
            09 WORK_ITEM_1 PIC 9(05).
*>ロケーション→品番(対応が無ければ00000)
        01 LOCPRD_TBL_AREA.
            03 LOCPRD_DATA_1 OCCURS 2.
            05 LOCPRD_DATA_2 OCCURS 2.
            07 LOCPRD_DATA_3 OCCURS 3.
            09 LOCPRD_HINBAN PIC 9(05).
*>ロケーションごとのQC保留数量
        01 HELD_TBL_AREA.
            03 HLD_DATA_1 OCCURS 2.
            05 HLD_DATA_2 OCCURS 2.
            07 HLD_DATA_3 OCCURS 3.
            09 HLD_QTY PIC 9(05).
*>ロケーションごとの今回の出庫数量(同じロケーションの部品が複数あっても合算で見る)
        01 NEED_TBL_AREA.
            03 NED_DATA_1 OCCURS 2.
            05 NED_DATA_2 OCCURS 2.
            07 NED_DATA_3 OCCURS 3.
            09 NED_QTY PIC 9(07).
        01 WK_TODAY PIC 9(08).
        01 WK_PARENT PIC 9(05).
        01 WK_KIT_QTY PIC 9(05).
        01 WK_NEED_QTY PIC 9(07).
        01 WK_AVAIL_QTY PIC 9(05).
        01 WK_KIT_WAREHOUSE PIC 9(02).
        01 WK_KIT_BIN PIC 9(02).
        01 WK_KIT_SHELF PIC 9(02).
        01 WK_FIND_HINBAN PIC 9(05).
        01 WK_FIND_WAREHOUSE PIC 9(02).
        01 WK_FOUND_WAREHOUSE PIC 9(02).
        01 WK_FOUND_BIN PIC 9(02).
        01 WK_FOUND_SHELF PIC 9(02).
        01 WK_WAREHOUSE PIC 9(02).
        01 WK_BIN PIC 9(02).
        01 WK_SHELF PIC 9(02).
        01 WK_LAST_WO PIC 9(04) VALUE ZERO.
        01 WK_WO_ORDER.
            05 PIC X(02) VALUE "WO".
            05 WK_WO_NO PIC 9(04).
        01 WK_WO_CNT PIC 9(05) VALUE ZERO.
        01 SW_AREA.
            05 SW_FOUND PIC X(01).
            05 SW_ERROR PIC X(01).
            05 SW_SHORT PIC X(01).
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
                DISPLAY "KIT ASSEMBLY REQUIRES AUTHORITY 2."
                GOBACK
        END-IF.
        MOVE "KITASSY" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD_BOM_PROC.
        IF BOM_TBL_SIZE = ZERO
            THEN
                DISPLAY "BILL OF MATERIALS NOT FOUND. PROGRAM ENDS."
                GOBACK
        END-IF.
        PERFORM LOAD_LOCPRD_PROC.
        PERFORM LOAD_INVENTORY_PROC.
        PERFORM LOAD_QC_HOLD_PROC.
        PERFORM LOAD_WO_CONTROL_PROC.
    EXEC_INPUT_PROC.
        DISPLAY "MODE (A=ASSEMBLE D=DISASSEMBLE E=END) >>"
            WITH NO ADVANCING.
        ACCEPT CONSOLE_MODE FROM CONSOLE.
        IF CONSOLE_MODE = "E"
            THEN
                PERFORM SAVE_WO_CONTROL_PROC
                DISPLAY "KIT ASSEMBLY SESSION END. WORK ORDERS: "
                    WK_WO_CNT
                GOBACK
        END-IF.
        IF CONSOLE_MODE NOT = "A" AND CONSOLE_MODE NOT = "D"
            THEN
                DISPLAY "MODE MUST BE A, D OR E."
                GO TO EXEC_INPUT_PROC
        END-IF.
        DISPLAY "KIT HINBAN (5 DIGITS) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_HINBAN FROM CONSOLE.
        IF CONSOLE_HINBAN IS NOT NUMERIC
            THEN
                DISPLAY "HINBAN MUST BE NUMERIC."
                GO TO EXEC_INPUT_PROC
        END-IF.
        MOVE CONSOLE_HINBAN TO WK_PARENT.
        DISPLAY "KIT QTY (5 DIGITS) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_QTY FROM CONSOLE.
        IF CONSOLE_QTY IS NOT NUMERIC
            THEN
                DISPLAY "QTY MUST BE NUMERIC."
                GO TO EXEC_INPUT_PROC
        END-IF.
        MOVE CONSOLE_QTY TO WK_KIT_QTY.
        IF WK_KIT_QTY = ZERO
            THEN
                DISPLAY "QTY MUST BE GREATER THAN ZERO."
                GO TO EXEC_INPUT_PROC
        END-IF.
        PERFORM BUILD_ORDER_PROC.
        IF SW_ERROR = "Y"
            THEN
                GO TO EXEC_INPUT_PROC
        END-IF.
        PERFORM CHECK_AVAILABLE_PROC.
        IF SW_SHORT = "Y"
            THEN
                DISPLAY "NOT ENOUGH STOCK. WORK ORDER NOT CREATED."
                GO TO EXEC_INPUT_PROC
        END-IF.
        DISPLAY "CREATE WORK ORDER? (Y/N) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_CONFIRM FROM CONSOLE.
        IF CONSOLE_CONFIRM NOT = "Y"
            THEN
                DISPLAY "WORK ORDER NOT CREATED."
                GO TO EXEC_INPUT_PROC
        END-IF.
        PERFORM WRITE_ORDER_PROC.
        GO TO EXEC_INPUT_PROC.
*>作業指示1件分の組み立て(部品構成の展開とキット・部品のロケーション決定)
    BUILD_ORDER_PROC.
        MOVE "N" TO SW_ERROR.
        MOVE ZERO TO CMP_TBL_SIZE.
        PERFORM VARYING BOM_IDX FROM 1 BY 1 UNTIL BOM_IDX > BOM_TBL_SIZE
            IF BMT_PARENT(BOM_IDX) = WK_PARENT
                THEN
                    IF CMP_TBL_SIZE >= 19
                        THEN
                            DISPLAY "MORE THAN 19 COMPONENTS FOR "
                                WK_PARENT "."
                            MOVE "Y" TO SW_ERROR
                        ELSE
                            ADD 1 TO CMP_TBL_SIZE
                            SET CMP_IDX TO CMP_TBL_SIZE
                            MOVE BMT_COMPONENT(BOM_IDX)
                                TO CMT_HINBAN(CMP_IDX)
                            MOVE BMT_QTY_PER(BOM_IDX)
                                TO CMT_QTY_PER(CMP_IDX)
                    END-IF
            END-IF
        END-PERFORM.
        IF CMP_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO BILL OF MATERIALS FOR " WK_PARENT "."
                MOVE "Y" TO SW_ERROR
        END-IF.
        IF SW_ERROR = "Y"
            THEN
                EXIT PARAGRAPH
        END-IF.
*>キットのロケーション(品番の最初のロケーション)
        MOVE WK_PARENT TO WK_FIND_HINBAN.
        MOVE ZERO TO WK_FIND_WAREHOUSE.
        PERFORM FIND_LOCATION_PROC.
        IF SW_FOUND NOT = "Y"
            THEN
                DISPLAY "KIT " WK_PARENT " HAS NO LOCATION."
                MOVE "Y" TO SW_ERROR
                EXIT PARAGRAPH
        END-IF.
        MOVE WK_FOUND_WAREHOUSE TO WK_KIT_WAREHOUSE.
        MOVE WK_FOUND_BIN TO WK_KIT_BIN.
        MOVE WK_FOUND_SHELF TO WK_KIT_SHELF.
*>部品のロケーション(キットと同じ倉庫)と必要数量
        PERFORM VARYING CMP_IDX FROM 1 BY 1 UNTIL CMP_IDX > CMP_TBL_SIZE
            MOVE CMT_HINBAN(CMP_IDX) TO WK_FIND_HINBAN
            MOVE WK_KIT_WAREHOUSE TO WK_FIND_WAREHOUSE
            PERFORM FIND_LOCATION_PROC
            IF SW_FOUND NOT = "Y"
                THEN
                    DISPLAY "COMPONENT " CMT_HINBAN(CMP_IDX)
                        " HAS NO LOCATION IN WAREHOUSE "
                        WK_KIT_WAREHOUSE "."
                    MOVE "Y" TO SW_ERROR
            END-IF
            MOVE WK_FOUND_WAREHOUSE TO CMT_WAREHOUSE(CMP_IDX)
            MOVE WK_FOUND_BIN TO CMT_BIN(CMP_IDX)
            MOVE WK_FOUND_SHELF TO CMT_SHELF(CMP_IDX)
            COMPUTE WK_NEED_QTY = CMT_QTY_PER(CMP_IDX) * WK_KIT_QTY
            IF WK_NEED_QTY > 99999
                THEN
                    DISPLAY "COMPONENT " CMT_HINBAN(CMP_IDX)
                        " QTY OVER 99999."
                    MOVE "Y" TO SW_ERROR
                ELSE
                    MOVE WK_NEED_QTY TO CMT_NEED_QTY(CMP_IDX)
            END-IF
        END-PERFORM.
        EXIT.
*>品番のロケーション検索(倉庫指定があればその倉庫の中だけを探す)
    FIND_LOCATION_PROC.
        MOVE "N" TO SW_FOUND.
        MOVE ZERO TO WK_FOUND_WAREHOUSE WK_FOUND_BIN WK_FOUND_SHELF.
        PERFORM VARYING WK_WAREHOUSE FROM 1 BY 1
                UNTIL WK_WAREHOUSE > 2 OR SW_FOUND = "Y"
            PERFORM VARYING WK_BIN FROM 1 BY 1
                    UNTIL WK_BIN > 2 OR SW_FOUND = "Y"
                PERFORM VARYING WK_SHELF FROM 1 BY 1
                        UNTIL WK_SHELF > 3 OR SW_FOUND = "Y"
                    IF LOCPRD_HINBAN(WK_WAREHOUSE WK_BIN WK_SHELF)
                            = WK_FIND_HINBAN
                            AND (WK_FIND_WAREHOUSE = ZERO
                                OR WK_FIND_WAREHOUSE = WK_WAREHOUSE)
                        THEN
                            MOVE "Y" TO SW_FOUND
                            MOVE WK_WAREHOUSE TO WK_FOUND_WAREHOUSE
                            MOVE WK_BIN TO WK_FOUND_BIN
                            MOVE WK_SHELF TO WK_FOUND_SHELF
                    END-IF
                END-PERFORM
            END-PERFORM
        END-PERFORM.
        EXIT.
*>引き当て可能数量の確認(組立=部品、分解=キット。手持-保留と比べる)
    CHECK_AVAILABLE_PROC.
        MOVE "N" TO SW_SHORT.
        MOVE ZERO TO NEED_TBL_AREA.
        IF CONSOLE_MODE = "D"
            THEN
                MOVE WK_KIT_WAREHOUSE TO WK_WAREHOUSE
                MOVE WK_KIT_BIN TO WK_BIN
                MOVE WK_KIT_SHELF TO WK_SHELF
                PERFORM CALC_AVAILABLE_PROC
                DISPLAY "KIT " WK_PARENT " LOC " WK_KIT_WAREHOUSE
                    WK_KIT_BIN WK_KIT_SHELF " NEED " WK_KIT_QTY
                    " AVAIL " WK_AVAIL_QTY
                IF WK_AVAIL_QTY < WK_KIT_QTY
                    THEN
                        MOVE "Y" TO SW_SHORT
                        DISPLAY "  ** SHORT **"
                END-IF
                PERFORM VARYING CMP_IDX FROM 1 BY 1
                        UNTIL CMP_IDX > CMP_TBL_SIZE
                    DISPLAY "  RETURN " CMT_HINBAN(CMP_IDX)
                        " QTY " CMT_NEED_QTY(CMP_IDX)
                        " TO LOC " CMT_WAREHOUSE(CMP_IDX)
                        CMT_BIN(CMP_IDX) CMT_SHELF(CMP_IDX)
                END-PERFORM
                EXIT PARAGRAPH
        END-IF.
        PERFORM VARYING CMP_IDX FROM 1 BY 1 UNTIL CMP_IDX > CMP_TBL_SIZE
            ADD CMT_NEED_QTY(CMP_IDX) TO NED_QTY(CMT_WAREHOUSE(CMP_IDX)
                CMT_BIN(CMP_IDX) CMT_SHELF(CMP_IDX))
        END-PERFORM.
        PERFORM VARYING CMP_IDX FROM 1 BY 1 UNTIL CMP_IDX > CMP_TBL_SIZE
            MOVE CMT_WAREHOUSE(CMP_IDX) TO WK_WAREHOUSE
            MOVE CMT_BIN(CMP_IDX) TO WK_BIN
            MOVE CMT_SHELF(CMP_IDX) TO WK_SHELF
            PERFORM CALC_AVAILABLE_PROC
            DISPLAY "  COMPONENT " CMT_HINBAN(CMP_IDX)
                " PER " CMT_QTY_PER(CMP_IDX)
                " NEED " CMT_NEED_QTY(CMP_IDX)
                " AVAIL " WK_AVAIL_QTY
                " LOC " WK_WAREHOUSE WK_BIN WK_SHELF
            IF WK_AVAIL_QTY < NED_QTY(WK_WAREHOUSE WK_BIN WK_SHELF)
                THEN
                    MOVE "Y" TO SW_SHORT
                    DISPLAY "  ** SHORT **"
            END-IF
        END-PERFORM.
        DISPLAY "KIT " WK_PARENT " QTY " WK_KIT_QTY " TO LOC "
            WK_KIT_WAREHOUSE WK_KIT_BIN WK_KIT_SHELF.
        EXIT.
*>ロケーション1件の引き当て可能数量(手持-保留。マイナスは0)
    CALC_AVAILABLE_PROC.
        MOVE ZERO TO WK_AVAIL_QTY.
        IF WORK_ITEM_1(WK_WAREHOUSE WK_BIN WK_SHELF)
                > HLD_QTY(WK_WAREHOUSE WK_BIN WK_SHELF)
            THEN
                COMPUTE WK_AVAIL_QTY =
                    WORK_ITEM_1(WK_WAREHOUSE WK_BIN WK_SHELF)
                    - HLD_QTY(WK_WAREHOUSE WK_BIN WK_SHELF)
        END-IF.
        EXIT.
*>作業指示の書き出し(Movements.txtへ見出しWと出庫・入庫の組、台帳へ1行)
*>同じセッションの次の作業指示のために、手持も書いた分だけ動かしておく
    WRITE_ORDER_PROC.
        ADD 1 TO WK_LAST_WO.
        MOVE WK_LAST_WO TO WK_WO_NO.
        OPEN EXTEND MOVEMENT_FILE.
        IF MOVEMENT_STATUS NOT = "00"
            THEN
                OPEN OUTPUT MOVEMENT_FILE
        END-IF.
        MOVE SPACE TO MOVEMENT_RECORD.
        MOVE "W" TO MOVE_TYPE.
        MOVE WK_KIT_WAREHOUSE TO MOVE_WAREHOUSE.
        MOVE WK_KIT_BIN TO MOVE_BIN.
        MOVE WK_KIT_SHELF TO MOVE_SHELF.
        COMPUTE MOVE_QTY = CMP_TBL_SIZE + 1.
        MOVE ZERO TO MOVE_TO_WAREHOUSE MOVE_TO_BIN MOVE_TO_SHELF.
        MOVE WK_WO_ORDER TO MOVE_LOT.
        WRITE MOVEMENT_RECORD.
        IF CONSOLE_MODE = "D"
            THEN
                MOVE "I" TO MOVE_TYPE
                PERFORM WRITE_KIT_LINE_PROC
                MOVE "R" TO MOVE_TYPE
                PERFORM VARYING CMP_IDX FROM 1 BY 1
                        UNTIL CMP_IDX > CMP_TBL_SIZE
                    PERFORM WRITE_COMPONENT_LINE_PROC
                END-PERFORM
            ELSE
                MOVE "I" TO MOVE_TYPE
                PERFORM VARYING CMP_IDX FROM 1 BY 1
                        UNTIL CMP_IDX > CMP_TBL_SIZE
                    PERFORM WRITE_COMPONENT_LINE_PROC
                END-PERFORM
                MOVE "R" TO MOVE_TYPE
                PERFORM WRITE_KIT_LINE_PROC
        END-IF.
        CLOSE MOVEMENT_FILE.
        PERFORM WRITE_REGISTER_PROC.
        ADD 1 TO WK_WO_CNT.
        DISPLAY "WORK ORDER " WK_WO_ORDER " CREATED. "
            "POSTED BY THE NIGHTLY STOCK MOVES RUN.".
        EXIT.
*>キットの1行(組立=入庫R、分解=出庫I)
    WRITE_KIT_LINE_PROC.
        MOVE WK_KIT_WAREHOUSE TO MOVE_WAREHOUSE.
        MOVE WK_KIT_BIN TO MOVE_BIN.
        MOVE WK_KIT_SHELF TO MOVE_SHELF.
        MOVE WK_KIT_QTY TO MOVE_QTY.
        MOVE ZERO TO MOVE_TO_WAREHOUSE MOVE_TO_BIN MOVE_TO_SHELF.
        MOVE SPACE TO MOVE_LOT MOVE_EXPIRY.
        WRITE MOVEMENT_RECORD.
        IF MOVE_TYPE = "R"
            THEN
                ADD WK_KIT_QTY TO
                    WORK_ITEM_1(WK_KIT_WAREHOUSE WK_KIT_BIN WK_KIT_SHELF)
            ELSE
                SUBTRACT WK_KIT_QTY FROM
                    WORK_ITEM_1(WK_KIT_WAREHOUSE WK_KIT_BIN WK_KIT_SHELF)
        END-IF.
        EXIT.
*>部品の1行(組立=出庫I、分解=入庫R)
    WRITE_COMPONENT_LINE_PROC.
        MOVE CMT_WAREHOUSE(CMP_IDX) TO MOVE_WAREHOUSE.
        MOVE CMT_BIN(CMP_IDX) TO MOVE_BIN.
        MOVE CMT_SHELF(CMP_IDX) TO MOVE_SHELF.
        MOVE CMT_NEED_QTY(CMP_IDX) TO MOVE_QTY.
        MOVE ZERO TO MOVE_TO_WAREHOUSE MOVE_TO_BIN MOVE_TO_SHELF.
        MOVE SPACE TO MOVE_LOT MOVE_EXPIRY.
        WRITE MOVEMENT_RECORD.
        IF MOVE_TYPE = "R"
            THEN
                ADD CMT_NEED_QTY(CMP_IDX) TO WORK_ITEM_1
                    (CMT_WAREHOUSE(CMP_IDX) CMT_BIN(CMP_IDX)
                        CMT_SHELF(CMP_IDX))
            ELSE
                SUBTRACT CMT_NEED_QTY(CMP_IDX) FROM WORK_ITEM_1
                    (CMT_WAREHOUSE(CMP_IDX) CMT_BIN(CMP_IDX)
                        CMT_SHELF(CMP_IDX))
        END-IF.
        EXIT.
*>作業指示台帳への追記
    WRITE_REGISTER_PROC.
        OPEN EXTEND WORK_ORDER_FILE.
        IF WORK_ORDER_STATUS NOT = "00"
            THEN
                OPEN OUTPUT WORK_ORDER_FILE
        END-IF.
        MOVE SPACE TO WORK_ORDER_RECORD.
        MOVE WK_WO_NO TO WOR_NO.
        MOVE WK_TODAY TO WOR_DATE.
        MOVE WK_SO_OPERATOR TO WOR_OPERATOR.
        MOVE CONSOLE_MODE TO WOR_MODE.
        MOVE WK_PARENT TO WOR_PARENT.
        MOVE WK_KIT_QTY TO WOR_QTY.
        MOVE WK_KIT_WAREHOUSE TO WOR_WAREHOUSE.
        MOVE WK_KIT_BIN TO WOR_BIN.
        MOVE WK_KIT_SHELF TO WOR_SHELF.
        COMPUTE WOR_LINES = CMP_TBL_SIZE + 1.
        WRITE WORK_ORDER_RECORD.
        CLOSE WORK_ORDER_FILE.
        EXIT.
*>部品構成表の読み込み(員数0の行は読み飛ばす)
    LOAD_BOM_PROC.
        OPEN INPUT BOM_MASTER_FILE.
        IF BOM_MASTER_STATUS = "00"
            THEN
                PERFORM UNTIL BOM_MASTER_STATUS NOT = "00"
                    READ BOM_MASTER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF BOM_QTY_PER IS NUMERIC
                                    AND BOM_QTY_PER > ZERO
                                    AND BOM_TBL_SIZE < 500
                                THEN
                                    ADD 1 TO BOM_TBL_SIZE
                                    SET BOM_IDX TO BOM_TBL_SIZE
                                    MOVE BOM_PARENT
                                        TO BMT_PARENT(BOM_IDX)
                                    MOVE BOM_COMPONENT
                                        TO BMT_COMPONENT(BOM_IDX)
                                    MOVE BOM_QTY_PER
                                        TO BMT_QTY_PER(BOM_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BOM_MASTER_FILE
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
            ELSE
                DISPLAY "LOCATION PRODUCT FILE NOT FOUND."
        END-IF.
        EXIT.
*>在庫ポジションの読み込み
    LOAD_INVENTORY_PROC.
        MOVE ZERO TO WORK_ITEM.
        OPEN INPUT INVENTORY_POSITION_FILE.
        IF INV_FILE_STATUS = "00"
            THEN
                PERFORM UNTIL INV_FILE_STATUS NOT = "00"
                    READ INVENTORY_POSITION_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            MOVE INV_QTY TO WORK_ITEM_1
                                (INV_WAREHOUSE INV_BIN INV_SHELF)
                    END-READ
                END-PERFORM
                CLOSE INVENTORY_POSITION_FILE
        END-IF.
        EXIT.
*>QC保留数量の読み込み(状態H/Q/Vは部品として使わない)
    LOAD_QC_HOLD_PROC.
        MOVE ZERO TO HELD_TBL_AREA.
        OPEN INPUT QC_HOLD_FILE.
        IF QC_HOLD_STATUS = "00"
            THEN
                PERFORM UNTIL QC_HOLD_STATUS NOT = "00"
                    READ QC_HOLD_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF (QCH_STATUS = "H" OR "Q" OR "V")
                                    AND QCH_WAREHOUSE >= 1
                                    AND QCH_WAREHOUSE <= 2
                                    AND QCH_BIN >= 1 AND QCH_BIN <= 2
                                    AND QCH_SHELF >= 1 AND QCH_SHELF <= 3
                                THEN
                                    ADD QCH_QTY TO HLD_QTY
                                        (QCH_WAREHOUSE QCH_BIN QCH_SHELF)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE QC_HOLD_FILE
        END-IF.
        EXIT.
*>作業指示番号の採番管理の読み込み(無ければ0001から発行する)
    LOAD_WO_CONTROL_PROC.
        OPEN INPUT WO_CONTROL_FILE.
        IF WO_CONTROL_STATUS = "00"
            THEN
                READ WO_CONTROL_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF WOC_LAST_NO IS NUMERIC
                            THEN
                                MOVE WOC_LAST_NO TO WK_LAST_WO
                        END-IF
                END-READ
                CLOSE WO_CONTROL_FILE
        END-IF.
        EXIT.
*>作業指示番号の採番管理の書き戻し
    SAVE_WO_CONTROL_PROC.
        IF WK_WO_CNT = ZERO
            THEN
                EXIT PARAGRAPH
        END-IF.
        OPEN OUTPUT WO_CONTROL_FILE.
        MOVE WK_LAST_WO TO WOC_LAST_NO.
        WRITE WO_CONTROL_RECORD.
        CLOSE WO_CONTROL_FILE.
        EXIT.
*>BomMaster.txtの1行 = 親品番(5) 部品品番(5) 員数(3)
*>WorkOrders.txtの1行 = 作業指示番号(4) 日付(8) オペレータ(5) 区分(1:A=組立 D=分解)
*>キット品番(5) 作成数量(5) キットのロケーション(6) 組の行数(2)
*>WorkOrderControl.txtの1行 = 最後に発行した作業指示番号(4)
*>Movements.txtへの組 = 見出しW(キットのロケーション、数量=後続の行数、
*>ロット="WO"+作業指示番号)+出庫I/入庫Rの行(ロット未指定。出庫はFEFOで引く)
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
