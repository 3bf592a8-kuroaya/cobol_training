*>対象年(YearCloseParm.txt:YYYY。無ければ実行しない)について、
*>  1. 繰越残高つきの最終年次ステートメント(YearCloseReport.txt)を印字する
*>  2. 対象年の履歴レコードを年別アーカイブへ移す
*>     (SalesHistoryYYYY.txt / MovementJournalYYYY.txt / PayHistoryYYYY.txt /
*>      GlJournalYYYY.txt)
*>  3. 期間累計(PeriodAccum.txt)と年間累計(PayYtdMaster.txt)を0に切る
*>締め済みの年はYearCloseLog.txtに記録し、同じ年の再実行は拒否する
*>総勘定元帳の残高(GlBalances.txt)は切らない。APPLICATION_155_GL_LEDGER_POSTが翌年へ
*>繰り越し、締め済みの年の日付の仕訳はそれ以降差し戻す
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_91_YEAR_CLOSE.
ENVIRONMENT DIVISION.
        MOVE "PayHistory" TO WK_BASE_NAME.
        MOVE 01 TO WK_YEAR_POS.
        PERFORM ARCHIVE-ONE-FILE-RTN.
        MOVE "GlJournal" TO WK_BASE_NAME.
        MOVE 01 TO WK_YEAR_POS.
        PERFORM ARCHIVE-ONE-FILE-RTN.
*>累計の切り落とし(ステートメント印字後に0へ)
        PERFORM RESET-PERIOD-RTN.
        PERFORM RESET-YTD-RTN.
*>YearCloseParm.txtの1行 = 締め対象年(4桁YYYY)。無ければ実行しない
*>YearCloseLog.txtの1行 = 締め年(4) 実行日(8) 実行時刻(8)
*>年の判定位置 SalesHistory=6桁目(店舗4+空白+日付)、
*>MovementJournal/PayHistory/GlJournal=先頭(日付/期間/計上日)
*>YearClose.keepは移送の作業ファイル(実行後は残っていてよい)
