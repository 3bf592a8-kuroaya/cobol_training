*>照合し、初回使用と90日経過で変更を強制、3回連続失敗でロックする
*>(ロック解除は権限3のAPPLICATION_102_OP_UNLOCK)。事象はすべて
*>SESSION_LOGへ残る(PWDFAIL/LOCKED/PWDCHG)
*>メインメニュー(APPLICATION_165_MAIN_MENU)でサインオン済みなら(SIGNON_SESSIONが
*>保持中なら)、入力を求めずにメニューのIDと権限をそのまま返す
*>アクセス再認定(APPLICATION_168_RECERT_CLOSE)で取消(ロック"R")・期限までに
*>判定が無く停止(ロック"S")となったIDも入れない(事象REVOKED/SUSPENDED)
IDENTIFICATION DIVISION.
PROGRAM-ID. OPERATOR_SIGNON.
ENVIRONMENT DIVISION.
        01 WK_PWD_AGE PIC 9(05).
*>パスワードの有効日数(90日で変更を強制する)
        01 CST_PWD_DAYS PIC 9(03) VALUE 90.
*>SIGNON_SESSIONへの受け渡しエリア(メニューでのサインオンの引き継ぎ)
        01 WK_SS_MODE PIC X(01) VALUE "G".
        01 WK_SS_RESULT PIC X(01).
    LINKAGE SECTION.
    01 SO-OPERATOR-ID PIC X(05).
    01 SO-NAME PIC X(10).
        SET SO-DENIED TO TRUE.
        MOVE SPACES TO SO-NAME.
        MOVE ZERO TO SO-AUTHORITY.
*>メニューでサインオン済みなら、そのIDと権限を引き継ぐ
        CALL "SIGNON_SESSION" USING WK_SS_MODE SO-OPERATOR-ID SO-NAME
            SO-AUTHORITY WK_SS_RESULT.
        IF WK_SS_RESULT = "Y"
            THEN
                SET SO-SIGNED-ON TO TRUE
                DISPLAY "SIGNED ON (MENU): " SO-NAME
                    " AUTHORITY " SO-AUTHORITY
                GO TO MAIN-EXIT
        END-IF.
        DISPLAY "OPERATOR ID (5 DIGITS) >>" WITH NO ADVANCING.
        ACCEPT WK_INPUT_ID FROM CONSOLE.
        MOVE WK_INPUT_ID TO SO-OPERATOR-ID.
                PERFORM LOG-EVENT-RTN
                GO TO CHECK-PASSWORD-EXIT
        END-IF.
*>アクセス再認定で取消・停止となったIDは入れない
        IF PWT_LOCK(PWD_IDX) = "R"
            THEN
                DISPLAY "OPERATOR ID IS REVOKED (ACCESS RECERTIFICATION)."
                MOVE "REVOKED" TO WK_EVENT
                PERFORM LOG-EVENT-RTN
                GO TO CHECK-PASSWORD-EXIT
        END-IF.
        IF PWT_LOCK(PWD_IDX) = "S"
            THEN
                DISPLAY "OPERATOR ID IS SUSPENDED (NOT RECERTIFIED)."
                    " ASK A SUPERVISOR TO REINSTATE."
                MOVE "SUSPENDED" TO WK_EVENT
                PERFORM LOG-EVENT-RTN
                GO TO CHECK-PASSWORD-EXIT
        END-IF.
        DISPLAY "PASSWORD (8 CHARS) >>" WITH NO ADVANCING.
        ACCEPT WK_INPUT_PWD FROM CONSOLE.
        PERFORM SCRAMBLE-RTN.
    END PROGRAM SESSION_LOG.
*>OperatorMaster.txtの1行 = オペレータID(5:チェックデジットつき) 氏名(10) 権限(1)
*>OperatorPassword.txtの1行 = ID(5) 撹拌済みパスワード(8) 最終変更日(8)
*>失敗回数(1) ロック(1:L=失敗ロック S=再認定未判定で停止 R=再認定で取消)
*>変更強制(1:1)
*>SessionLog.txtの1行 = 日付(8) 時刻(8) オペレータ(5) 事象(10)
*>事象 SIGNON/DENIED/PWDFAIL/LOCKED/PWDCHG/SUSPENDED/REVOKED(照合失敗3回でロック、
*>初回使用と90日経過で変更を強制する)
*>SO-RESULT "Y"=サインオン成功 "N"=拒否(呼び出し元は"N"なら主処理に入らない)
