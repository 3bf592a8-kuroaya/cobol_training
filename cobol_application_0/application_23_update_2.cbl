*>実行中の接続断SQLCODEを検出した場合もDB_CONNECTで接続し直して
*>同じ行をやり直す(フェイルオーバーの事象はDB_CONNECTが
*>DB_ERROR_LOGへ記録する)
*>入力はAPPLICATION_20_FETCHの抽出(DbExtract.txt)を修正したもので、明細に
*>抽出時の最終更新スタンプ(tstamp)と抽出時のTNAMEを持つ(ヘッダ/トレーラは読み飛ばす)
*>行をロックして現在のスタンプを読み、抽出時と一致する(抽出後に誰も変更していない)
*>行だけを更新して新しいスタンプ(ROW_STAMP)を入れる。抽出後に夜間の
*>APPLICATION_27_INSERT_2、APPLICATION_109_BACKOUTや別の修正が同じTIDを変更
*>または削除していた場合は更新せず、抽出時/現在/依頼の値を競合ファイル
*>(DbConflict.txt)へ書き、DB_ERROR_LOGへ記録する。競合があればRC=4
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_23_UPDATE_2.
ENVIRONMENT DIVISION.
            ASSIGN TO "File1.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IN_FILE_STATUS.
        SELECT CONFLICT_FILE
            ASSIGN TO "DbConflict.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
    FILE SECTION.
        FD IN01_FILE.
        01 IN01.
            05 IN01_TID PIC X(04).
            05 IN01_TNAME PIC X(10).
            05 IN01_STAMP PIC X(16).
            05 IN01_ORIG_TNAME PIC X(10).
*>競合ファイル(抽出時のTNAME・スタンプ、現在のTNAME・スタンプ、依頼のTNAME、状態)
        FD CONFLICT_FILE.
        01 CONFLICT_RECORD.
            05 CNF_TID PIC X(04).
            05 FILLER PIC X(01).
            05 CNF_EXT_TNAME PIC X(10).
            05 FILLER PIC X(01).
            05 CNF_EXT_STAMP PIC X(16).
            05 FILLER PIC X(01).
            05 CNF_CUR_TNAME PIC X(10).
            05 FILLER PIC X(01).
            05 CNF_CUR_STAMP PIC X(16).
            05 FILLER PIC X(01).
            05 CNF_REQ_TNAME PIC X(10).
            05 FILLER PIC X(01).
            05 CNF_STATE PIC X(07).
    WORKING-STORAGE SECTION.
        01 IN_FILE_STATUS PIC XX.
        01 WK_COUNT_AREA.
            05 WK_UPDATE_COUNT PIC 9(07) VALUE ZERO.
            05 WK_CONFLICT_COUNT PIC 9(07) VALUE ZERO.
            05 WK_ERROR_COUNT PIC 9(07) VALUE ZERO.
*>DB_ERROR_LOGへの記録用(競合はSQLCODE=+100/SQLSTATE=02000の扱いで残す)
        01 WK-DBERR-KEY PIC X(20).
        01 WK-CNF-STATE PIC X(07).
        01 WK-CONFLICT-SQLCODE PIC S9(09) COMP-5 VALUE +100.
        01 WK-CONFLICT-SQLSTATE PIC X(05) VALUE "02000".
        01 CST-SQL-NF PIC S9(09) COMP-5 VALUE +100.
*>DB_CONNECT(主系→待機系フェイルオーバー接続)への受け渡しエリア
        01 WK-DBC-PROGRAM PIC X(25) VALUE "APPLICATION_23_UPDATE_2".
        01 WK-DBC-RESULT PIC X(01).
            01 WK-IN01.
                05 TID PIC X(4).
                05 TNAME PIC X(10).
                05 EXT-STAMP PIC X(16).
                05 EXT-TNAME PIC X(10).
            01 CUR-TNAME PIC X(10).
            01 CUR-STAMP PIC X(16).
            01 NEW-STAMP PIC X(16).
        EXEC SQL END DECLARE SECTION END-EXEC.

        *>2.共通領域の定義
            STOP RUN
    END-IF.

    OPEN OUTPUT CONFLICT_FILE.

    *>4.データベースアクセス(入力ファイルを全件読み込んで更新する)
    PERFORM UNTIL IN_FILE_STATUS NOT = "00"
        READ IN01_FILE
            AT END
                DISPLAY "READ END"
            NOT AT END
                IF IN01(1:7) NOT = "HEADER "
                        AND IN01(1:7) NOT = "TRAILER"
                    THEN
                        MOVE IN01 TO WK-IN01
                        PERFORM UPDATE-ONE-RTN
                END-IF
        END-READ
    END-PERFORM.

    DISPLAY "DB UPDATE END".
    DISPLAY "UPDATE COUNT:" WK_UPDATE_COUNT
        " CONFLICT COUNT:" WK_CONFLICT_COUNT
        " ERROR COUNT:" WK_ERROR_COUNT.

    CLOSE IN01_FILE.
    CLOSE CONFLICT_FILE.
    IF WK_CONFLICT_COUNT > ZERO OR WK_ERROR_COUNT > ZERO
        THEN
            MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

*>1行分の更新(行をロックして現在値を読み、抽出後に変更されていなければ更新する)
    UPDATE-ONE-RTN SECTION.
        PERFORM LOCK-ROW-RTN.
*>実行中の接続断は待機系へ切り替えて同じ行をやり直す
        IF SQLCODE = CST-SQL-CONN-LOST
            THEN
                PERFORM FAILOVER-CONNECT-RTN
                PERFORM LOCK-ROW-RTN
        END-IF.
        EVALUATE TRUE
            WHEN SQLCODE = CST-SQL-NF
*>抽出後に削除された行
                MOVE SPACE TO CUR-TNAME CUR-STAMP
                MOVE "DELETED" TO WK-CNF-STATE
                PERFORM CONFLICT-RTN
                GO TO UPDATE-ONE-EXIT
            WHEN SQLCODE NOT = ZERO
                PERFORM DB-ERROR-RTN
                GO TO UPDATE-ONE-EXIT
            WHEN CUR-STAMP NOT = EXT-STAMP
*>抽出後に他の実行が変更した行
                MOVE "CHANGED" TO WK-CNF-STATE
                PERFORM CONFLICT-RTN
                GO TO UPDATE-ONE-EXIT
        END-EVALUATE.
        CALL "ROW_STAMP" USING NEW-STAMP.
        EXEC SQL
            UPDATE test
            SET tname = :TNAME, tstamp = :NEW-STAMP
            WHERE tid = :TID
              AND tstamp = :EXT-STAMP
        END-EXEC.
        IF SQLCODE NOT = ZERO
            THEN
                PERFORM DB-ERROR-RTN
                GO TO UPDATE-ONE-EXIT
        END-IF.
        EXEC SQL
            COMMIT
        END-EXEC.
        ADD 1 TO WK_UPDATE_COUNT.
    UPDATE-ONE-EXIT.

*>行のロックと現在値の読み込み(COMMIT/ROLLBACKまで他の更新を待たせる)
    LOCK-ROW-RTN SECTION.
        EXEC SQL
            SELECT tname, tstamp
            INTO :CUR-TNAME, :CUR-STAMP
            FROM test
            WHERE tid = :TID
            FOR UPDATE
        END-EXEC.
    LOCK-ROW-EXIT.

*>競合の記録(更新せずにロックを外し、競合ファイルとDB_ERROR_LOGへ残す)
    CONFLICT-RTN SECTION.
        EXEC SQL
            ROLLBACK
        END-EXEC.
        MOVE SPACE TO CONFLICT_RECORD.
        MOVE TID TO CNF_TID.
        MOVE EXT-TNAME TO CNF_EXT_TNAME.
        MOVE EXT-STAMP TO CNF_EXT_STAMP.
        MOVE CUR-TNAME TO CNF_CUR_TNAME.
        MOVE CUR-STAMP TO CNF_CUR_STAMP.
        MOVE TNAME TO CNF_REQ_TNAME.
        MOVE WK-CNF-STATE TO CNF_STATE.
        WRITE CONFLICT_RECORD.
        ADD 1 TO WK_CONFLICT_COUNT.
        MOVE SPACE TO WK-DBERR-KEY.
        STRING TID " UPDATE CONFLICT" DELIMITED BY SIZE
            INTO WK-DBERR-KEY.
        CALL "DB_ERROR_LOG" USING BY CONTENT WK-DBC-PROGRAM,
            WK-CONFLICT-SQLCODE, WK-CONFLICT-SQLSTATE, WK-DBERR-KEY.
        DISPLAY "UPDATE CONFLICT: TID=" TID " " WK-CNF-STATE
            " SINCE EXTRACT. NOT UPDATED.".
    CONFLICT-EXIT.

*>更新時のDBエラー(ロールバックしてDB_ERROR_LOGへ残す)
    DB-ERROR-RTN SECTION.
        MOVE TID TO WK-DBERR-KEY.
        CALL "DB_ERROR_LOG" USING BY CONTENT WK-DBC-PROGRAM,
            SQLCODE, SQLSTATE, WK-DBERR-KEY.
        EXEC SQL
            ROLLBACK
        END-EXEC.
        ADD 1 TO WK_ERROR_COUNT.
    DB-ERROR-EXIT.

*>実行中の接続断からの回復(DB_CONNECTで主系→待機系の順に接続し直す。
*>両系とも失敗した場合は打ち切る)
    FAILOVER-CONNECT-RTN SECTION.
        END-IF.
    FAILOVER-CONNECT-EXIT.
    END PROGRAM APPLICATION_23_UPDATE_2.
*>入力(File1.txt)の1行 = TID(4) TNAME(10) 抽出時のスタンプ(16) 抽出時のTNAME(10)
*>  APPLICATION_20_FETCHのモード"E"の抽出明細と同じ並び。TNAMEだけを修正して流す
*>DbConflict.txtの1行 = TID 抽出時TNAME 抽出時スタンプ 現在TNAME 現在スタンプ
*>  依頼TNAME 状態(CHANGED=抽出後に変更/DELETED=抽出後に削除)(空白区切り)
*>  競合した行は抽出し直して修正をやり直す
