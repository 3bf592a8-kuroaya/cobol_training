*>権限3のオペレータが解除する(OPERATOR_SIGNONのパスワード統制の対)
*>解除したIDは失敗回数0・変更強制"1"(次回サインオンで新パスワードの設定を
*>強制)となる。解除はSESSION_LOGの"UNLOCK"で残る
*>アクセス再認定で期限までに判定が無く停止(ロック"S")となったIDも一覧に出し、
*>同じ操作で復帰させる(SESSION_LOGの"REINSTATE"と再認定監査ログ
*>RecertAudit.txtの"REINSTATE"で残る)。再認定で取消(ロック"R")となったIDは
*>ここでは戻さない(オペレータ登録からやり直す)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_102_OP_UNLOCK.
ENVIRONMENT DIVISION.
            ASSIGN TO "OperatorPassword.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OPERATOR_PASSWORD_STATUS.
        SELECT RECERT_AUDIT_FILE
            ASSIGN TO "RecertAudit.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RECERT_AUDIT_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD OPERATOR_PASSWORD_FILE.
            05 OPW_LOCK PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OPW_FORCE_CHANGE PIC X(01).
*>再認定監査ログ(APPLICATION_167/168と同じレイアウト)
        FD RECERT_AUDIT_FILE.
        01 RECERT_AUDIT_RECORD.
            05 RCA_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 RCA_TIME PIC 9(08).
            05 FILLER PIC X(01).
            05 RCA_CYCLE PIC X(06).
            05 FILLER PIC X(01).
            05 RCA_OPERATOR PIC X(05).
            05 FILLER PIC X(01).
            05 RCA_ACTION PIC X(10).
            05 FILLER PIC X(01).
            05 RCA_BY PIC X(05).
            05 FILLER PIC X(01).
            05 RCA_OLD_AUTHORITY PIC 9(01).
            05 FILLER PIC X(01).
            05 RCA_NEW_AUTHORITY PIC 9(01).
    WORKING-STORAGE SECTION.
        01 OPERATOR_PASSWORD_STATUS PIC XX.
        01 RECERT_AUDIT_STATUS PIC XX.
*>OPERATOR_SIGNONからの戻りエリア(解除は権限3限定)
        01 WK_SIGNON_AREA.
            05 WK_SO_OPERATOR PIC X(05).
        IF WK_SO_RESULT NOT = "Y"
            THEN
                DISPLAY "SIGN-ON FAILED. PROGRAM ENDS."
                GOBACK
        END-IF.
        IF WK_SO_AUTHORITY < 3
            THEN
                DISPLAY "UNLOCK REQUIRES AUTHORITY 3."
                GOBACK
        END-IF.
        PERFORM LOAD_PWD_PROC.
*>ロック中のIDの一覧
                        " FAILS " PWT_FAIL_CNT(WK_PWD_SUB)
                    ADD 1 TO WK_LOCKED_CNT
            END-IF
            IF PWT_LOCK(WK_PWD_SUB) = "S"
                THEN
                    DISPLAY "SUSPENDED: " PWT_CODE(WK_PWD_SUB)
                        " (NOT RECERTIFIED)"
                    ADD 1 TO WK_LOCKED_CNT
            END-IF
        END-PERFORM.
        IF WK_LOCKED_CNT = ZERO
            THEN
                DISPLAY "NO LOCKED OR SUSPENDED OPERATORS."
                GOBACK
        END-IF.
    EXEC_INPUT_PROC.
        DISPLAY "OPERATOR ID TO UNLOCK (99999=END) >>"
                PERFORM SAVE_PWD_PROC
                DISPLAY "UNLOCK SESSION END. UNLOCKED: "
                    WK_UNLOCKED_CNT
                GOBACK
        END-IF.
        PERFORM UNLOCK_ONE_PROC.
        GO TO EXEC_INPUT_PROC.
            AT END
                DISPLAY "ID NOT ON PASSWORD FILE."
            WHEN PWT_CODE(PWD_IDX) = CONSOLE_ID
                EVALUATE PWT_LOCK(PWD_IDX)
                    WHEN "L"
                        MOVE "UNLOCK" TO WK_SL_EVENT
                        PERFORM RELEASE_ONE_PROC
                    WHEN "S"
                        MOVE "REINSTATE" TO WK_SL_EVENT
                        PERFORM RELEASE_ONE_PROC
                        PERFORM WRITE_REINSTATE_PROC
                    WHEN "R"
                        DISPLAY "ID WAS REVOKED BY RECERTIFICATION."
                            " RE-REGISTER THE OPERATOR."
                    WHEN OTHER
                        DISPLAY "ID IS NOT LOCKED."
                END-EVALUATE
        END-SEARCH.
        EXIT.
*>ロック・停止の解除(失敗回数0、次回は新パスワードの設定を強制)
    RELEASE_ONE_PROC.
        MOVE SPACE TO PWT_LOCK(PWD_IDX).
        MOVE ZERO TO PWT_FAIL_CNT(PWD_IDX).
        MOVE "1" TO PWT_FORCE_CHANGE(PWD_IDX).
        ADD 1 TO WK_UNLOCKED_CNT.
        DISPLAY "RELEASED " CONSOLE_ID " (" WK_SL_EVENT
            "). PASSWORD CHANGE FORCED ON NEXT USE.".
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        EXIT.
*>停止からの復帰を再認定監査ログへ残す(権限は変えないので新旧とも0)
    WRITE_REINSTATE_PROC.
        OPEN EXTEND RECERT_AUDIT_FILE.
        IF RECERT_AUDIT_STATUS NOT = "00"
            THEN
                OPEN OUTPUT RECERT_AUDIT_FILE
        END-IF.
        MOVE SPACE TO RECERT_AUDIT_RECORD.
        ACCEPT RCA_DATE FROM DATE YYYYMMDD.
        ACCEPT RCA_TIME FROM TIME.
        MOVE CONSOLE_ID TO RCA_OPERATOR.
        MOVE "REINSTATE" TO RCA_ACTION.
        MOVE WK_SO_OPERATOR TO RCA_BY.
        MOVE ZERO TO RCA_OLD_AUTHORITY RCA_NEW_AUTHORITY.
        WRITE RECERT_AUDIT_RECORD.
        CLOSE RECERT_AUDIT_FILE.
        EXIT.
*>パスワードファイルの読み込みと書き戻し
    LOAD_PWD_PROC.
        OPEN INPUT OPERATOR_PASSWORD_FILE.
                CLOSE OPERATOR_PASSWORD_FILE
            ELSE
                DISPLAY "PASSWORD FILE NOT FOUND."
                GOBACK
        END-IF.
        EXIT.
    SAVE_PWD_PROC.
        EXIT.
*>解除イベント"UNLOCK"は解除した上席のIDでSessionLog.txtに残る
*>(誰のIDを解除したかは直前の一覧とPWDCHGの並びで追える)
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
