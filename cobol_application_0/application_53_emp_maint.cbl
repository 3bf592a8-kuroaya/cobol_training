*>従業員コードはSAMPLE_31_SORTが適用しているのと同じCHECK_DIGIT検査
*>(末尾桁=チェックデジット)に合格するものだけを受け付ける
*>退職は削除せずに状態"T"を立てる(名簿・印字・給与の各プログラムが読み飛ばす)
*>退職の起票では退職日を受け付け、新値の先頭8桁に載せる(適用時に
*>退職精算台帳へ渡り、APPLICATION_146_LEAVER_SETTLEの最終精算に使われる)
*>メーカー・チェッカー統制:本プログラムはマスタを直接更新せず、
*>変更を保留ファイル(PendingMasterChange.txt)へ書くだけにする
*>別のオペレータがAPPLICATION_104_CHANGE_REVIEWで確認し、適用した時に
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_53_EMP_MAINT.
ENVIRONMENT DIVISION.
    CONFIGURATION SECTION.
        REPOSITORY.
        FUNCTION VALID-DATE.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EMPLOYEE_MASTER_FILE
            05 CONSOLE_BELONGS PIC X(03).
            05 CONSOLE_NAME PIC X(10).
            05 CONSOLE_FURIGANA PIC X(20).
            05 CONSOLE_LEAVING_DATE PIC X(08).
            05 WK_OPERATOR PIC X(05).
*>従業員テーブル(保守後にまとめてファイルへ書き戻す)
        01 EMP_TBL_MASTER.
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
        PERFORM LOAD_EMP_PROC.
    EXEC_MENU_PROC.
                DISPLAY "SESSION END. PENDING CHANGES: "
                    WK_PENDING_CNT
                    " (APPLY VIA APPLICATION_104_CHANGE_REVIEW)"
                GOBACK
            WHEN OTHER
                DISPLAY "INVALID SELECTION."
        END-EVALUATE.
        PERFORM BUILD_PMC_DATA_PROC.
        PERFORM WRITE_PENDING_PROC.
        DISPLAY "CHANGE SUBMITTED FOR REVIEW: " CONSOLE_CODE.
*>3.退職(状態"T"を立てる。給与・名簿・印字の対象から外れる。退職日は必須)
    TERMINATE_EMP_PROC.
        DISPLAY "EMPLOYEE CODE >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_CODE FROM CONSOLE.
                DISPLAY "EMPLOYEE NOT FOUND."
                EXIT PARAGRAPH
        END-IF.
        DISPLAY "LEAVING DATE (YYYYMMDD) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_LEAVING_DATE FROM CONSOLE.
        IF CONSOLE_LEAVING_DATE IS NOT NUMERIC
                OR FUNCTION VALID-DATE(CONSOLE_LEAVING_DATE) = 0
            THEN
                DISPLAY "NOT A REAL DATE. TERMINATION NOT SUBMITTED."
                EXIT PARAGRAPH
        END-IF.
        MOVE "TERMINATE" TO WK_LOG_ACTION.
        MOVE SPACES TO WK_PMC_DATA.
        MOVE CONSOLE_LEAVING_DATE TO WK_PMC_DATA(1:8).
        PERFORM WRITE_PENDING_PROC.
        DISPLAY "TERMINATION SUBMITTED FOR REVIEW: " CONSOLE_CODE.
*>共通.保留変更の新値の組み立てと起票
*>名簿(SAMPLE_31)、印字(SAMPLE_30)、給与(APPLICATION_34)は全てこのマスタを読む
*>PendingMasterChange.txtの1行 = 対象(4:EMP/PROD) 操作(10) キー(5)
*>新値(40) 起票者(5) 起票日(8) 起票時刻(8)
*>新値は追加・変更なら所属(3)氏名(10)フリガナ(20)、退職なら退職日(8)
*>マスタの更新と変更履歴の記帳はAPPLICATION_104_CHANGE_REVIEWの承認者が行う
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
