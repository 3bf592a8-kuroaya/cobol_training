*>品質検査の判定入力 入荷入力(APPLICATION_72_GOODS_RECEIPT)は検査対象品番
*>(QcProducts.txt)の入荷ロットを検査保留ファイル(QcHold.txt)へ状態H(保留)で
*>控える。保留中のロットはピッキングリスト・バックオーダー解放・受注メニューの
*>在庫確認・ATPが引当可能数量から除く
*>このプログラムは保留ロットを一覧し、ロットごとに
*>  P=合格(保留を外す)
*>  R=全数不合格
*>  S=一部不合格(不合格数量を入力し、残りは合格)
*>を判定する。不合格分の処置は
*>  Q=隔離ロケーション(QcParm.txt)へ"T"移動を書き、状態Q(隔離)で保留を続ける
*>  V=仕入先返品待ち(状態V)とし、返品入力(APPLICATION_120_VENDOR_RETURN)が
*>    返品を受け付けた時点で保留から外れる
*>判定はすべて検査判定ファイル(QcDecisions.txt)へ追記する
*>サインオンはOPERATOR_SIGNON、権限3(判定は品質責任者が行う)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_123_QC_RELEASE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT QC_HOLD_FILE
            ASSIGN TO "QcHold.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS QC_HOLD_STATUS.
        SELECT QC_DECISION_FILE
            ASSIGN TO "QcDecisions.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS QC_DECISION_STATUS.
        SELECT QC_PARM_FILE
            ASSIGN TO "QcParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS QC_PARM_STATUS.
        SELECT MOVEMENT_FILE
            ASSIGN TO "Movements.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MOVEMENT_STATUS.
DATA DIVISION.
    FILE SECTION.
*>検査保留ファイル(状態 H=保留 Q=隔離 V=仕入先返品待ち。合格・返品済みは外す)
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
*>検査判定ファイル(1判定1行の追記。合格数量・不合格数量・処置)
        FD QC_DECISION_FILE.
        01 QC_DECISION_RECORD.
            05 QCD_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCD_OPERATOR PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCD_PO PIC 9(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCD_LINE PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCD_HINBAN PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCD_LOT PIC X(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCD_PASS_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCD_REJECT_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCD_DISPOSITION PIC X(01).
*>隔離ロケーション(倉庫・棚・棚段。無ければ処置Qは使えない)
        FD QC_PARM_FILE.
        01 QC_PARM_RECORD.
            05 QCM_WAREHOUSE PIC 9(02).
            05 QCM_BIN PIC 9(02).
            05 QCM_SHELF PIC 9(02).
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
    WORKING-STORAGE SECTION.
        01 QC_HOLD_STATUS PIC XX.
        01 QC_DECISION_STATUS PIC XX.
        01 QC_PARM_STATUS PIC XX.
        01 MOVEMENT_STATUS PIC XX.
*>OPERATOR_SIGNONからの戻りエリア(検査判定には権限3)
        01 WK_SIGNON_AREA.
            05 WK_SO_OPERATOR PIC X(05).
            05 WK_SO_NAME PIC X(10).
            05 WK_SO_AUTHORITY PIC 9(01).
            05 WK_SO_RESULT PIC X(01).
        01 WK_SL_EVENT PIC X(10).
*>コンソール入力エリア
        01 WORKING-AREA.
            05 CONSOLE_HOLD_NO PIC X(03).
            05 CONSOLE_DECISION PIC X(01).
            05 CONSOLE_QTY PIC X(05).
            05 CONSOLE_DISPOSITION PIC X(01).
            05 CONSOLE_CONFIRM PIC X(01).
*>検査保留テーブル(入力終了後にまとめて書き戻す。一部不合格は行を分ける)
        01 HLD_TBL_MASTER.
            05 HLD_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 HLD_TBL OCCURS 0 TO 500
                DEPENDING ON HLD_TBL_SIZE
                INDEXED BY HLD_IDX.
                10 HLT_DATE PIC 9(08).
                10 HLT_PO PIC 9(04).
                10 HLT_LINE PIC 9(02).
                10 HLT_WAREHOUSE PIC 9(02).
                10 HLT_BIN PIC 9(02).
                10 HLT_SHELF PIC 9(02).
                10 HLT_HINBAN PIC 9(05).
                10 HLT_LOT PIC X(06).
                10 HLT_EXPIRY PIC X(08).
                10 HLT_QTY PIC 9(05).
                10 HLT_STATUS PIC X(01).
                10 HLT_SUPPLIER PIC X(05).
        01 WK_HOLD_NO PIC 9(03).
        01 WK_HOLD_SUB PIC 9(03).
        01 WK_NEW_SUB PIC 9(03).
        01 WK_REJECT_QTY PIC 9(05).
        01 WK_PASS_QTY PIC 9(05).
        01 WK_HELD_CNT PIC 9(03).
        01 WK_TODAY PIC 9(08).
        01 WK_DECISION_CNT PIC 9(05) VALUE ZERO.
        01 SW_AREA.
            05 SW_QUARANTINE PIC X(01) VALUE "N".
        01 WK_QUARANTINE_AREA.
            05 WK_QC_WAREHOUSE PIC 9(02) VALUE ZERO.
            05 WK_QC_BIN PIC 9(02) VALUE ZERO.
            05 WK_QC_SHELF PIC 9(02) VALUE ZERO.
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
        IF WK_SO_AUTHORITY < 3
            THEN
                DISPLAY "QC RELEASE REQUIRES AUTHORITY 3."
                GOBACK
        END-IF.
        MOVE "QCRELEASE" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD_QC_PARM_PROC.
        PERFORM LOAD_QC_HOLD_PROC.
    EXEC_INPUT_PROC.
        PERFORM LIST_HELD_PROC.
        IF WK_HELD_CNT = ZERO
            THEN
                DISPLAY "NO LOTS AWAITING INSPECTION."
                PERFORM SAVE_QC_HOLD_PROC
                DISPLAY "QC RELEASE SESSION END. DECISIONS: "
                    WK_DECISION_CNT
                GOBACK
        END-IF.
        DISPLAY "HOLD NUMBER (3 DIGITS, 999=END) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_HOLD_NO FROM CONSOLE.
        IF CONSOLE_HOLD_NO IS NOT NUMERIC
            THEN
                DISPLAY "HOLD NUMBER MUST BE NUMERIC."
                GO TO EXEC_INPUT_PROC
        END-IF.
        MOVE CONSOLE_HOLD_NO TO WK_HOLD_NO.
        IF WK_HOLD_NO = 999
            THEN
                PERFORM SAVE_QC_HOLD_PROC
                DISPLAY "QC RELEASE SESSION END. DECISIONS: "
                    WK_DECISION_CNT
                GOBACK
        END-IF.
        IF WK_HOLD_NO = ZERO OR WK_HOLD_NO > HLD_TBL_SIZE
            THEN
                DISPLAY "HOLD " WK_HOLD_NO " NOT ON LIST."
                GO TO EXEC_INPUT_PROC
        END-IF.
        IF HLT_STATUS(WK_HOLD_NO) NOT = "H"
            THEN
                DISPLAY "HOLD " WK_HOLD_NO " IS NOT AWAITING INSPECTION."
                GO TO EXEC_INPUT_PROC
        END-IF.
        MOVE WK_HOLD_NO TO WK_HOLD_SUB.
        PERFORM DECIDE_ONE_PROC.
        GO TO EXEC_INPUT_PROC.
*>保留中(状態H)のロットの一覧(番号=テーブル上の位置)
    LIST_HELD_PROC.
        MOVE ZERO TO WK_HELD_CNT.
        PERFORM VARYING WK_HOLD_SUB FROM 1 BY 1
                UNTIL WK_HOLD_SUB > HLD_TBL_SIZE
            IF HLT_STATUS(WK_HOLD_SUB) = "H"
                THEN
                    ADD 1 TO WK_HELD_CNT
                    DISPLAY WK_HOLD_SUB
                        " PO " HLT_PO(WK_HOLD_SUB)
                        "-" HLT_LINE(WK_HOLD_SUB)
                        " LOC " HLT_WAREHOUSE(WK_HOLD_SUB)
                        HLT_BIN(WK_HOLD_SUB) HLT_SHELF(WK_HOLD_SUB)
                        " HINBAN " HLT_HINBAN(WK_HOLD_SUB)
                        " LOT " HLT_LOT(WK_HOLD_SUB)
                        " QTY " HLT_QTY(WK_HOLD_SUB)
                        " RCVD " HLT_DATE(WK_HOLD_SUB)
            END-IF
        END-PERFORM.
        EXIT.
*>保留ロット1件分の判定(合格/全数不合格/一部不合格)
    DECIDE_ONE_PROC.
        DISPLAY "DECISION (P=PASS R=REJECT S=PARTIAL REJECT) >>"
            WITH NO ADVANCING.
        ACCEPT CONSOLE_DECISION FROM CONSOLE.
        EVALUATE CONSOLE_DECISION
            WHEN "P"
                MOVE ZERO TO WK_REJECT_QTY
            WHEN "R"
                MOVE HLT_QTY(WK_HOLD_SUB) TO WK_REJECT_QTY
            WHEN "S"
                DISPLAY "REJECTED QTY (5 DIGITS) >>" WITH NO ADVANCING
                ACCEPT CONSOLE_QTY FROM CONSOLE
                IF CONSOLE_QTY IS NOT NUMERIC
                    THEN
                        DISPLAY "QTY MUST BE NUMERIC. DECISION SKIPPED."
                        EXIT PARAGRAPH
                END-IF
                MOVE CONSOLE_QTY TO WK_REJECT_QTY
                IF WK_REJECT_QTY = ZERO
                        OR WK_REJECT_QTY >= HLT_QTY(WK_HOLD_SUB)
                    THEN
                        DISPLAY "PARTIAL REJECT MUST BE 1 TO "
                            HLT_QTY(WK_HOLD_SUB) " LESS 1."
                            " DECISION SKIPPED."
                        EXIT PARAGRAPH
                END-IF
            WHEN OTHER
                DISPLAY "DECISION MUST BE P, R OR S."
                EXIT PARAGRAPH
        END-EVALUATE.
        COMPUTE WK_PASS_QTY = HLT_QTY(WK_HOLD_SUB) - WK_REJECT_QTY.
*>不合格分の処置(隔離ロケーションが未設定ならQは使えない)
        MOVE SPACE TO CONSOLE_DISPOSITION.
        IF WK_REJECT_QTY > ZERO
            THEN
                DISPLAY "DISPOSITION (Q=QUARANTINE V=RETURN TO VENDOR) >>"
                    WITH NO ADVANCING
                ACCEPT CONSOLE_DISPOSITION FROM CONSOLE
                IF CONSOLE_DISPOSITION NOT = "Q"
                        AND CONSOLE_DISPOSITION NOT = "V"
                    THEN
                        DISPLAY "DISPOSITION MUST BE Q OR V."
                            " DECISION SKIPPED."
                        EXIT PARAGRAPH
                END-IF
                IF CONSOLE_DISPOSITION = "Q" AND SW_QUARANTINE NOT = "Y"
                    THEN
                        DISPLAY "QUARANTINE LOCATION NOT SET."
                            " DECISION SKIPPED."
                        EXIT PARAGRAPH
                END-IF
        END-IF.
        DISPLAY "PASS " WK_PASS_QTY " REJECT " WK_REJECT_QTY
            " " CONSOLE_DISPOSITION "? (Y/N) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_CONFIRM FROM CONSOLE.
        IF CONSOLE_CONFIRM NOT = "Y"
            THEN
                DISPLAY "DECISION NOT RECORDED."
                EXIT PARAGRAPH
        END-IF.
*>判定の記録と保留の更新(合格分は状態Pとし、書き戻しで保留から外れる)
        PERFORM WRITE_DECISION_PROC.
        IF WK_REJECT_QTY = ZERO
            THEN
                MOVE "P" TO HLT_STATUS(WK_HOLD_SUB)
            ELSE
                PERFORM REJECT_PROC
        END-IF.
        ADD 1 TO WK_DECISION_CNT.
        DISPLAY "DECISION RECORDED. PO " HLT_PO(WK_HOLD_SUB)
            " LOT " HLT_LOT(WK_HOLD_SUB).
        EXIT.
*>不合格分の保留(一部不合格は合格分を元の行に残し、不合格分を新しい行にする)
    REJECT_PROC.
        IF WK_PASS_QTY = ZERO
            THEN
                MOVE WK_HOLD_SUB TO WK_NEW_SUB
            ELSE
                IF HLD_TBL_SIZE >= 500
                    THEN
                        DISPLAY "HOLD TABLE FULL. WHOLE LOT KEPT ON HOLD."
                        EXIT PARAGRAPH
                END-IF
                ADD 1 TO HLD_TBL_SIZE
                MOVE HLD_TBL_SIZE TO WK_NEW_SUB
                MOVE HLD_TBL(WK_HOLD_SUB) TO HLD_TBL(WK_NEW_SUB)
                MOVE WK_PASS_QTY TO HLT_QTY(WK_HOLD_SUB)
                MOVE "P" TO HLT_STATUS(WK_HOLD_SUB)
        END-IF.
        MOVE WK_REJECT_QTY TO HLT_QTY(WK_NEW_SUB).
        MOVE CONSOLE_DISPOSITION TO HLT_STATUS(WK_NEW_SUB).
        IF CONSOLE_DISPOSITION = "Q"
            THEN
                PERFORM WRITE_MOVEMENT_PROC
                MOVE WK_QC_WAREHOUSE TO HLT_WAREHOUSE(WK_NEW_SUB)
                MOVE WK_QC_BIN TO HLT_BIN(WK_NEW_SUB)
                MOVE WK_QC_SHELF TO HLT_SHELF(WK_NEW_SUB)
                DISPLAY "QUARANTINE TRANSFER WRITTEN TO "
                    WK_QC_WAREHOUSE WK_QC_BIN WK_QC_SHELF
            ELSE
                DISPLAY "RECORD THE RETURN OF " WK_REJECT_QTY
                    " ON PO " HLT_PO(WK_NEW_SUB) " LINE "
                    HLT_LINE(WK_NEW_SUB) " IN VENDOR RETURN."
        END-IF.
        EXIT.
*>隔離ロケーションへの"T"移動の追記(夜間のAPPLICATION_43_STOCK_MOVESが反映する)
    WRITE_MOVEMENT_PROC.
        OPEN EXTEND MOVEMENT_FILE.
        IF MOVEMENT_STATUS NOT = "00"
            THEN
                OPEN OUTPUT MOVEMENT_FILE
        END-IF.
        MOVE SPACE TO MOVEMENT_RECORD.
        MOVE "T" TO MOVE_TYPE.
        MOVE HLT_WAREHOUSE(WK_NEW_SUB) TO MOVE_WAREHOUSE.
        MOVE HLT_BIN(WK_NEW_SUB) TO MOVE_BIN.
        MOVE HLT_SHELF(WK_NEW_SUB) TO MOVE_SHELF.
        MOVE WK_REJECT_QTY TO MOVE_QTY.
        MOVE WK_QC_WAREHOUSE TO MOVE_TO_WAREHOUSE.
        MOVE WK_QC_BIN TO MOVE_TO_BIN.
        MOVE WK_QC_SHELF TO MOVE_TO_SHELF.
        MOVE HLT_LOT(WK_NEW_SUB) TO MOVE_LOT.
        MOVE HLT_EXPIRY(WK_NEW_SUB) TO MOVE_EXPIRY.
        WRITE MOVEMENT_RECORD.
        CLOSE MOVEMENT_FILE.
        EXIT.
*>検査判定ファイルへの追記
    WRITE_DECISION_PROC.
        OPEN EXTEND QC_DECISION_FILE.
        IF QC_DECISION_STATUS NOT = "00"
            THEN
                OPEN OUTPUT QC_DECISION_FILE
        END-IF.
        MOVE SPACE TO QC_DECISION_RECORD.
        MOVE WK_TODAY TO QCD_DATE.
        MOVE WK_SO_OPERATOR TO QCD_OPERATOR.
        MOVE HLT_PO(WK_HOLD_SUB) TO QCD_PO.
        MOVE HLT_LINE(WK_HOLD_SUB) TO QCD_LINE.
        MOVE HLT_HINBAN(WK_HOLD_SUB) TO QCD_HINBAN.
        MOVE HLT_LOT(WK_HOLD_SUB) TO QCD_LOT.
        MOVE WK_PASS_QTY TO QCD_PASS_QTY.
        MOVE WK_REJECT_QTY TO QCD_REJECT_QTY.
        MOVE CONSOLE_DISPOSITION TO QCD_DISPOSITION.
        WRITE QC_DECISION_RECORD.
        CLOSE QC_DECISION_FILE.
        EXIT.
*>隔離ロケーションの読み込み(範囲外・非数値は未設定として扱う)
    LOAD_QC_PARM_PROC.
        OPEN INPUT QC_PARM_FILE.
        IF QC_PARM_STATUS = "00"
            THEN
                READ QC_PARM_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF QC_PARM_RECORD IS NUMERIC
                            THEN
                                IF QCM_WAREHOUSE >= 1 AND QCM_WAREHOUSE <= 2
                                        AND QCM_BIN >= 1 AND QCM_BIN <= 2
                                        AND QCM_SHELF >= 1
                                        AND QCM_SHELF <= 3
                                    THEN
                                        MOVE QCM_WAREHOUSE
                                            TO WK_QC_WAREHOUSE
                                        MOVE QCM_BIN TO WK_QC_BIN
                                        MOVE QCM_SHELF TO WK_QC_SHELF
                                        MOVE "Y" TO SW_QUARANTINE
                                END-IF
                        END-IF
                END-READ
                CLOSE QC_PARM_FILE
        END-IF.
        IF SW_QUARANTINE NOT = "Y"
            THEN
                DISPLAY "QUARANTINE LOCATION NOT SET. ONLY V DISPOSITION."
        END-IF.
        EXIT.
*>検査保留ファイルの読み込み
    LOAD_QC_HOLD_PROC.
        OPEN INPUT QC_HOLD_FILE.
        IF QC_HOLD_STATUS = "00"
            THEN
                PERFORM UNTIL QC_HOLD_STATUS NOT = "00"
                    READ QC_HOLD_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF HLD_TBL_SIZE < 500
                                THEN
                                    ADD 1 TO HLD_TBL_SIZE
                                    SET HLD_IDX TO HLD_TBL_SIZE
                                    MOVE QCH_DATE TO HLT_DATE(HLD_IDX)
                                    MOVE QCH_PO TO HLT_PO(HLD_IDX)
                                    MOVE QCH_LINE TO HLT_LINE(HLD_IDX)
                                    MOVE QCH_WAREHOUSE
                                        TO HLT_WAREHOUSE(HLD_IDX)
                                    MOVE QCH_BIN TO HLT_BIN(HLD_IDX)
                                    MOVE QCH_SHELF TO HLT_SHELF(HLD_IDX)
                                    MOVE QCH_HINBAN
                                        TO HLT_HINBAN(HLD_IDX)
                                    MOVE QCH_LOT TO HLT_LOT(HLD_IDX)
                                    MOVE QCH_EXPIRY
                                        TO HLT_EXPIRY(HLD_IDX)
                                    MOVE QCH_QTY TO HLT_QTY(HLD_IDX)
                                    MOVE QCH_STATUS
                                        TO HLT_STATUS(HLD_IDX)
                                    MOVE QCH_SUPPLIER
                                        TO HLT_SUPPLIER(HLD_IDX)
                                ELSE
                                    DISPLAY "HOLD TABLE FULL. RECORD "
                                        QCH_PO "-" QCH_LINE
                                        " NOT LOADED."
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE QC_HOLD_FILE
        END-IF.
        EXIT.
*>検査保留ファイルの書き戻し(合格したロットは外し、保留・隔離・返品待ちを残す)
    SAVE_QC_HOLD_PROC.
        IF WK_DECISION_CNT = ZERO
            THEN
                EXIT PARAGRAPH
        END-IF.
        OPEN OUTPUT QC_HOLD_FILE.
        PERFORM VARYING HLD_IDX FROM 1 BY 1
                UNTIL HLD_IDX > HLD_TBL_SIZE
            IF HLT_STATUS(HLD_IDX) NOT = "P"
                    AND HLT_QTY(HLD_IDX) > ZERO
                THEN
                    MOVE SPACE TO QC_HOLD_RECORD
                    MOVE HLT_DATE(HLD_IDX) TO QCH_DATE
                    MOVE HLT_PO(HLD_IDX) TO QCH_PO
                    MOVE HLT_LINE(HLD_IDX) TO QCH_LINE
                    MOVE HLT_WAREHOUSE(HLD_IDX) TO QCH_WAREHOUSE
                    MOVE HLT_BIN(HLD_IDX) TO QCH_BIN
                    MOVE HLT_SHELF(HLD_IDX) TO QCH_SHELF
                    MOVE HLT_HINBAN(HLD_IDX) TO QCH_HINBAN
                    MOVE HLT_LOT(HLD_IDX) TO QCH_LOT
                    MOVE HLT_EXPIRY(HLD_IDX) TO QCH_EXPIRY
                    MOVE HLT_QTY(HLD_IDX) TO QCH_QTY
                    MOVE HLT_STATUS(HLD_IDX) TO QCH_STATUS
                    MOVE HLT_SUPPLIER(HLD_IDX) TO QCH_SUPPLIER
                    WRITE QC_HOLD_RECORD
            END-IF
        END-PERFORM.
        CLOSE QC_HOLD_FILE.
        DISPLAY "QC HOLD FILE SAVED.".
        EXIT.
*>QcHold.txtの1行 = 入荷日(8) 発注番号(4) 行番号(2) 倉庫(2)棚(2)棚段(2) 品番(5)
*>ロット(6) 賞味期限(8) 数量(5) 状態(1:H=保留 Q=隔離 V=返品待ち) 仕入先(5)
*>(状態Qの行は隔離ロケーションを持つ。H/Q/Vはいずれも引当可能数量から除く)
*>QcDecisions.txtの1行 = 判定日(8) オペレータ(5) 発注番号(4) 行番号(2) 品番(5)
*>ロット(6) 合格数量(5) 不合格数量(5) 処置(1:Q/V。全数合格は空白)
*>QcParm.txtの1行 = 隔離ロケーションの倉庫(2)棚(2)棚段(2)
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
