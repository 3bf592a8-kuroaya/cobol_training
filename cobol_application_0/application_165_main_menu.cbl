*>メインメニュー オペレータは対話プログラムを1本ずつ名前で起動し、そのたびに
*>サインオンし直していた。権限が足りずに断られるだけのプログラムも見えていた
*>OPERATOR_SIGNONで1回だけサインオンし、オペレータの権限レベルと担当区分
*>(OperatorRole.txt)で使える機能だけを、区分(在庫/販売/給与/運用)ごとに並べて出す
*>選んだ機能のプログラムをCALLし、サインオンしたIDと権限はSIGNON_SESSIONで
*>引き継ぐ(呼ばれたプログラムのOPERATOR_SIGNON・オペレータID入力は
*>入力を求めずにメニューのIDを使う)。終わるとメニューへ戻る
*>マスタ保守の機能は、夜間チェーンがそのマスタにCHAINロックを張っている間
*>(LOCK_REGISTRYの検査で競合)は「CHAIN RUNNING」と表示して選ばせない
*>メニューの選択はすべてSESSION_LOGへ残す(MENUnnn=起動 MENUBUSY=ロック中で拒否
*>SIGNOFF=サインオフ。nnnはプログラム番号)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_165_MAIN_MENU.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPERATOR_ROLE_FILE
            ASSIGN TO "OperatorRole.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OPERATOR_ROLE_STATUS.
DATA DIVISION.
    FILE SECTION.
*>担当区分(オペレータが使える区分の記号を並べる。I=在庫 S=販売 P=給与 O=運用)
        FD OPERATOR_ROLE_FILE.
        01 OPERATOR_ROLE_RECORD.
            05 ORL_OPERATOR PIC X(05).
            05 FILLER PIC X(01).
            05 ORL_AREAS PIC X(04).
    WORKING-STORAGE SECTION.
        01 OPERATOR_ROLE_STATUS PIC XX.
*>OPERATOR_SIGNONからの戻りエリア
        01 WK_SIGNON_AREA.
            05 WK_SO_OPERATOR PIC X(05).
            05 WK_SO_NAME PIC X(10).
            05 WK_SO_AUTHORITY PIC 9(01).
            05 WK_SO_RESULT PIC X(01).
*>SIGNON_SESSIONへの受け渡しエリア(呼ぶプログラムへサインオンを引き継ぐ)
        01 WK_SS_AREA.
            05 WK_SS_MODE PIC X(01).
            05 WK_SS_RESULT PIC X(01).
        01 WK_SL_EVENT PIC X(10).
*>LOCK_REGISTRYへの受け渡しエリア(保守の機能を出す前にCHAINロックを検査する)
        01 WK_LR_AREA.
            05 WK_LR_MODE PIC X(01) VALUE "C".
            05 WK_LR_MASTER PIC X(20).
            05 WK_LR_HOLDER_TYPE PIC X(05) VALUE "MAINT".
            05 WK_LR_HOLDER PIC X(10).
            05 WK_LR_RESULT PIC X(01).
            05 WK_LR_CONFLICT.
                10 WK_LR_CONFLICT_TYPE PIC X(05).
                10 WK_LR_CONFLICT_HOLDER PIC X(10).
*>オペレータの担当区分(行が無ければ全区分)
        01 WK_AREAS PIC X(04) VALUE "ISPO".
*>機能表(区分 必要権限 プログラム番号 プログラム名 / 表示名 検査するマスタ)
        01 FUNCTION_VALUES.
            05 PIC X(36) VALUE "I1006APPLICATION_6_SEARCH           ".
            05 PIC X(44) VALUE "PRODUCT SEARCH                              ".
            05 PIC X(36) VALUE "I2047APPLICATION_47_PRODUCT_MAINT   ".
            05 PIC X(44) VALUE "PRODUCT MASTER MAINT    ProductMaster.txt   ".
            05 PIC X(36) VALUE "I2072APPLICATION_72_GOODS_RECEIPT   ".
            05 PIC X(44) VALUE "GOODS RECEIPT                               ".
            05 PIC X(36) VALUE "I2077APPLICATION_77_PICK_LIST       ".
            05 PIC X(44) VALUE "PICK LIST                                   ".
            05 PIC X(36) VALUE "I2080APPLICATION_80_REORDER_CALC    ".
            05 PIC X(44) VALUE "REORDER POINT CALC                          ".
            05 PIC X(36) VALUE "I2081APPLICATION_81_TRANSIT_ARRIVE  ".
            05 PIC X(44) VALUE "TRANSIT ARRIVAL                             ".
            05 PIC X(36) VALUE "I1083APPLICATION_83_INV_INQUIRY     ".
            05 PIC X(44) VALUE "INVENTORY INQUIRY                           ".
            05 PIC X(36) VALUE "I3114APPLICATION_114_SUPPLIER_MAINT ".
            05 PIC X(44) VALUE "SUPPLIER MASTER MAINT   SupplierMaster.txt  ".
            05 PIC X(36) VALUE "I3117APPLICATION_117_AP_PAY_APPROVE ".
            05 PIC X(44) VALUE "AP PAYMENT APPROVAL                         ".
            05 PIC X(36) VALUE "I2120APPLICATION_120_VENDOR_RETURN  ".
            05 PIC X(44) VALUE "VENDOR RETURN                               ".
            05 PIC X(36) VALUE "I3123APPLICATION_123_QC_RELEASE     ".
            05 PIC X(44) VALUE "QC RELEASE                                  ".
            05 PIC X(36) VALUE "I2126APPLICATION_126_KIT_ASSEMBLY   ".
            05 PIC X(44) VALUE "KIT ASSEMBLY                                ".
            05 PIC X(36) VALUE "I1127APPLICATION_127_LOT_TRACE      ".
            05 PIC X(44) VALUE "LOT TRACE                                   ".
            05 PIC X(36) VALUE "S2011GETTING_STARTED_11_SUBROUTINE  ".
            05 PIC X(44) VALUE "ORDER ENTRY                                 ".
            05 PIC X(36) VALUE "S3068APPLICATION_68_APPROVAL        ".
            05 PIC X(44) VALUE "LARGE ORDER APPROVAL                        ".
            05 PIC X(36) VALUE "S2084APPLICATION_84_CUSTOMER_MAINT  ".
            05 PIC X(44) VALUE "CUSTOMER MASTER MAINT   CustomerMaster.txt  ".
            05 PIC X(36) VALUE "S3087APPLICATION_87_ORDER_RELEASE   ".
            05 PIC X(44) VALUE "CREDIT HOLD RELEASE                         ".
            05 PIC X(36) VALUE "S2089APPLICATION_89_PRICE_MAINT     ".
            05 PIC X(44) VALUE "PRICE MAINT             PriceMaster.txt     ".
            05 PIC X(36) VALUE "S1128APPLICATION_128_CUST_INQUIRY   ".
            05 PIC X(44) VALUE "CUSTOMER INQUIRY                            ".
            05 PIC X(36) VALUE "S2132APPLICATION_132_CREDIT_REQUEST ".
            05 PIC X(44) VALUE "CREDIT NOTE REQUEST                         ".
            05 PIC X(36) VALUE "S3133APPLICATION_133_CREDIT_APPROVE ".
            05 PIC X(44) VALUE "CREDIT NOTE APPROVAL                        ".
            05 PIC X(36) VALUE "P2053APPLICATION_53_EMP_MAINT       ".
            05 PIC X(44) VALUE "EMPLOYEE MASTER MAINT   EmployeeMaster.txt  ".
            05 PIC X(36) VALUE "P3095APPLICATION_95_BANK_MAINT      ".
            05 PIC X(44) VALUE "BANK ACCOUNT MAINT      BankAccountMaster.tx".
            05 PIC X(36) VALUE "P2096APPLICATION_96_PRENOTE         ".
            05 PIC X(44) VALUE "BANK PRENOTE                                ".
            05 PIC X(36) VALUE "P3099APPLICATION_99_PAY_INQUIRY     ".
            05 PIC X(44) VALUE "PAY INQUIRY                                 ".
            05 PIC X(36) VALUE "P2100APPLICATION_100_TIMESHEET      ".
            05 PIC X(44) VALUE "TIMESHEET ENTRY                             ".
            05 PIC X(36) VALUE "P3145APPLICATION_145_STD_REM_APPROVE".
            05 PIC X(44) VALUE "STD REMUNERATION APPROVE                    ".
            05 PIC X(36) VALUE "P1147APPLICATION_147_EXPENSE_CLAIM  ".
            05 PIC X(44) VALUE "EXPENSE CLAIM                               ".
            05 PIC X(36) VALUE "P3148APPLICATION_148_EXPENSE_APPROVE".
            05 PIC X(44) VALUE "EXPENSE APPROVAL                            ".
            05 PIC X(36) VALUE "P2150APPLICATION_150_SHIFT_SCHEDULE ".
            05 PIC X(44) VALUE "SHIFT SCHEDULE                              ".
            05 PIC X(36) VALUE "P3152APPLICATION_152_ATTEND_CLEAR   ".
            05 PIC X(44) VALUE "ATTENDANCE CLEARANCE                        ".
            05 PIC X(36) VALUE "O3092APPLICATION_92_PERIOD_CTL      ".
            05 PIC X(44) VALUE "PERIOD CONTROL                              ".
            05 PIC X(36) VALUE "O3102APPLICATION_102_OP_UNLOCK      ".
            05 PIC X(44) VALUE "OPERATOR UNLOCK                             ".
            05 PIC X(36) VALUE "O3104APPLICATION_104_CHANGE_REVIEW  ".
            05 PIC X(44) VALUE "MASTER CHANGE REVIEW    EmployeeMaster.txt  ".
            05 PIC X(36) VALUE "O3105APPLICATION_105_BREAK_LOCK     ".
            05 PIC X(44) VALUE "BREAK LOCK                                  ".
            05 PIC X(36) VALUE "O1111APPLICATION_111_REPRINT        ".
            05 PIC X(44) VALUE "REPORT REPRINT                              ".
            05 PIC X(36) VALUE "O3154APPLICATION_154_GL_ACCT_MAINT  ".
            05 PIC X(44) VALUE "GL ACCOUNT MAINT        GlAccounts.txt      ".
            05 PIC X(36) VALUE "O3163APPLICATION_163_FEED_OVERRIDE  ".
            05 PIC X(44) VALUE "FEED RESEND OVERRIDE                        ".
            05 PIC X(36) VALUE "O1167APPLICATION_167_RECERT_APPROVE ".
            05 PIC X(44) VALUE "ACCESS RECERTIFICATION                      ".
        01 FUNCTION_TBL_MASTER REDEFINES FUNCTION_VALUES.
            05 FUNCTION_TBL OCCURS 39 TIMES INDEXED BY FNC_IDX.
                10 FNC_AREA PIC X(01).
                10 FNC_AUTHORITY PIC 9(01).
                10 FNC_NO PIC 9(03).
                10 FNC_PROGRAM PIC X(31).
                10 FNC_TITLE PIC X(24).
                10 FNC_LOCK_MASTER PIC X(20).
        01 CST_FUNCTION_CNT PIC 9(02) VALUE 39.
*>区分の見出し
        01 AREA_VALUES.
            05 PIC X(11) VALUE "IINVENTORY".
            05 PIC X(11) VALUE "SSALES".
            05 PIC X(11) VALUE "PPAYROLL".
            05 PIC X(11) VALUE "OOPERATIONS".
        01 AREA_TBL_MASTER REDEFINES AREA_VALUES.
            05 AREA_TBL OCCURS 4 TIMES INDEXED BY AREA_IDX.
                10 ART_CODE PIC X(01).
                10 ART_NAME PIC X(10).
*>表示した番号と機能表の行の対応(番号は表示のたびに振り直す。
*>上限は機能表の行数CST_FUNCTION_CNTと同じ)
        01 MENU_TBL_MASTER.
            05 MENU_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 MENU_TBL OCCURS 0 TO 39
                DEPENDING ON MENU_TBL_SIZE
                INDEXED BY MENU_IDX.
                10 MNT_FUNCTION PIC 9(02).
                10 MNT_BUSY PIC X(01).
        01 WK_FNC_SUB PIC 9(02).
        01 WK_AREA_SUB PIC 9(01).
        01 WK_AREA_CNT PIC 9(02).
        01 WK_BUSY PIC X(01).
        01 WK_BUSY_TEXT PIC X(16).
        01 CONSOLE_SELECT PIC X(02).
        01 WK_SELECT_NO PIC 9(02).
PROCEDURE DIVISION.
    MAIN_PROCEDURE.
    INITIALIZE_PART.
        CALL "OPERATOR_SIGNON" USING WK_SO_OPERATOR WK_SO_NAME
            WK_SO_AUTHORITY WK_SO_RESULT.
        IF WK_SO_RESULT NOT = "Y"
            THEN
                DISPLAY "SIGN-ON FAILED. MENU ENDS."
                STOP RUN
        END-IF.
*>呼ぶプログラムへ引き継ぐサインオンの保持を始める
        MOVE "S" TO WK_SS_MODE.
        CALL "SIGNON_SESSION" USING WK_SS_MODE WK_SO_OPERATOR WK_SO_NAME
            WK_SO_AUTHORITY WK_SS_RESULT.
        MOVE WK_SO_OPERATOR TO WK_LR_HOLDER.
        PERFORM LOAD_ROLE_PROC.
    EXEC_MENU_PROC.
        PERFORM SHOW_MENU_PROC.
        IF MENU_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO FUNCTIONS AVAILABLE FOR THIS OPERATOR."
                PERFORM SIGN_OFF_PROC
                STOP RUN
        END-IF.
        DISPLAY "SELECT (00=SIGN OFF) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_SELECT FROM CONSOLE.
        IF CONSOLE_SELECT IS NOT NUMERIC
            THEN
                DISPLAY "SELECTION MUST BE 2 DIGITS."
                GO TO EXEC_MENU_PROC
        END-IF.
        MOVE CONSOLE_SELECT TO WK_SELECT_NO.
        IF WK_SELECT_NO = ZERO
            THEN
                PERFORM SIGN_OFF_PROC
                DISPLAY "SIGNED OFF: " WK_SO_NAME
                STOP RUN
        END-IF.
        IF WK_SELECT_NO > MENU_TBL_SIZE
            THEN
                DISPLAY "SELECTION OUT OF RANGE."
                GO TO EXEC_MENU_PROC
        END-IF.
        PERFORM RUN_FUNCTION_PROC.
        GO TO EXEC_MENU_PROC.
*>担当区分の読み込み(ファイル・行が無ければ全区分を使える)
    LOAD_ROLE_PROC.
        OPEN INPUT OPERATOR_ROLE_FILE.
        IF OPERATOR_ROLE_STATUS NOT = "00"
            THEN
                EXIT PARAGRAPH
        END-IF.
        PERFORM UNTIL OPERATOR_ROLE_STATUS NOT = "00"
            MOVE SPACE TO OPERATOR_ROLE_RECORD
            READ OPERATOR_ROLE_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ORL_OPERATOR = WK_SO_OPERATOR
                        THEN
                            MOVE ORL_AREAS TO WK_AREAS
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE OPERATOR_ROLE_FILE.
        EXIT.
*>メニューの表示(権限と担当区分で絞り、区分ごとに番号を振る)
    SHOW_MENU_PROC.
        MOVE ZERO TO MENU_TBL_SIZE.
        DISPLAY " ".
        DISPLAY "*** MAIN MENU ***  " WK_SO_NAME
            " (" WK_SO_OPERATOR " AUTHORITY " WK_SO_AUTHORITY ")".
        PERFORM VARYING WK_AREA_SUB FROM 1 BY 1 UNTIL WK_AREA_SUB > 4
            MOVE ZERO TO WK_AREA_CNT
            INSPECT WK_AREAS TALLYING WK_AREA_CNT
                FOR ALL ART_CODE(WK_AREA_SUB)
            IF WK_AREA_CNT > ZERO
                THEN
                    PERFORM SHOW_AREA_PROC
            END-IF
        END-PERFORM.
        EXIT.
*>区分1つ分(その区分で使える機能が無ければ見出しも出さない)
    SHOW_AREA_PROC.
        MOVE ZERO TO WK_AREA_CNT.
        PERFORM VARYING WK_FNC_SUB FROM 1 BY 1
                UNTIL WK_FNC_SUB > CST_FUNCTION_CNT
            IF FNC_AREA(WK_FNC_SUB) = ART_CODE(WK_AREA_SUB)
                    AND FNC_AUTHORITY(WK_FNC_SUB) NOT > WK_SO_AUTHORITY
                    AND MENU_TBL_SIZE < CST_FUNCTION_CNT
                THEN
                    IF WK_AREA_CNT = ZERO
                        THEN
                            DISPLAY " -- " ART_NAME(WK_AREA_SUB) " --"
                    END-IF
                    ADD 1 TO WK_AREA_CNT
                    PERFORM CHECK_LOCK_PROC
                    ADD 1 TO MENU_TBL_SIZE
                    SET MENU_IDX TO MENU_TBL_SIZE
                    MOVE WK_FNC_SUB TO MNT_FUNCTION(MENU_IDX)
                    MOVE WK_BUSY TO MNT_BUSY(MENU_IDX)
                    MOVE SPACE TO WK_BUSY_TEXT
                    IF WK_BUSY = "Y"
                        THEN
                            MOVE "(CHAIN RUNNING)" TO WK_BUSY_TEXT
                    END-IF
                    DISPLAY "  " MENU_TBL_SIZE " "
                        FNC_TITLE(WK_FNC_SUB) " " WK_BUSY_TEXT
            END-IF
        END-PERFORM.
        EXIT.
*>保守の機能のマスタに別種(夜間チェーン)のロックがあるかの検査
    CHECK_LOCK_PROC.
        MOVE "N" TO WK_BUSY.
        IF FNC_LOCK_MASTER(WK_FNC_SUB) = SPACE
            THEN
                EXIT PARAGRAPH
        END-IF.
        MOVE FNC_LOCK_MASTER(WK_FNC_SUB) TO WK_LR_MASTER.
        CALL "LOCK_REGISTRY" USING WK_LR_MODE WK_LR_MASTER
            WK_LR_HOLDER_TYPE WK_LR_HOLDER WK_LR_RESULT
            WK_LR_CONFLICT.
        IF WK_LR_RESULT NOT = "Y"
            THEN
                MOVE "Y" TO WK_BUSY
        END-IF.
        EXIT.
*>選んだ機能の起動(選んだ時点でロックを検査し直す。終われば取り消して次の
*>起動を初期状態から始める)
    RUN_FUNCTION_PROC.
        SET MENU_IDX TO WK_SELECT_NO.
        MOVE MNT_FUNCTION(MENU_IDX) TO WK_FNC_SUB.
        PERFORM CHECK_LOCK_PROC.
        IF WK_BUSY = "Y"
            THEN
                DISPLAY FNC_TITLE(WK_FNC_SUB) " IS NOT AVAILABLE: "
                    WK_LR_MASTER " IN USE BY " WK_LR_CONFLICT_TYPE
                    " " WK_LR_CONFLICT_HOLDER
                MOVE "MENUBUSY" TO WK_SL_EVENT
                CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT
                EXIT PARAGRAPH
        END-IF.
        MOVE SPACE TO WK_SL_EVENT.
        STRING "MENU" FNC_NO(WK_FNC_SUB) DELIMITED BY SIZE
            INTO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        DISPLAY "START: " FNC_PROGRAM(WK_FNC_SUB).
        CALL FNC_PROGRAM(WK_FNC_SUB)
            ON EXCEPTION
                DISPLAY FNC_PROGRAM(WK_FNC_SUB) " IS NOT INSTALLED."
        END-CALL.
        CANCEL FNC_PROGRAM(WK_FNC_SUB).
        EXIT.
*>サインオフ(引き継ぎの保持を終えてセッションログへ残す)
    SIGN_OFF_PROC.
        MOVE "E" TO WK_SS_MODE.
        CALL "SIGNON_SESSION" USING WK_SS_MODE WK_SO_OPERATOR WK_SO_NAME
            WK_SO_AUTHORITY WK_SS_RESULT.
        MOVE "SIGNOFF" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        EXIT.
*>OperatorRole.txtの1行 = オペレータID(5) 担当区分(4:I/S/P/Oの組み合わせ)
*>  例 "10016 IS"=在庫と販売だけ。行が無いオペレータは全区分(権限レベルでは絞る)
*>機能表の必要権限は、各プログラムがサインオンで検査している権限と同じ
*>(サインオンしないプログラムは 保守・入力=2 承認・口座=3 照会・再印字=1)
*>アクセス再認定(APPLICATION_167)は権限ではなく部門長かどうかで判定できる行を
*>絞るため、必要権限1で出す(判定できる行が無ければそう表示して戻る)
*>検査するマスタは排他台帳の名前(20桁)。ChainLocks.txtの名前と同じ切り方になる
*>APPLICATION_104は従業員・商品の両マスタを書くが、検査は従業員マスタで代表する
*>受注入力(GETTING_STARTED_11_SUBROUTINE)のプログラム番号は011、
*>商品検索(APPLICATION_6_SEARCH)は006とする
