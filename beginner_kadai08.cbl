          PERFORM              WRITE-CANCEL-RECORD
  END-IF.

  IF      WS-IN-RANGE AND IN-STATUS-CONTRACTED
          *> 合計金額のカウント
          COMPUTE TEMP-EXPENSES-TOTAL = TEMP-EXPENSES-TOTAL + IN-TOTAL-EXPENSES
          *> 処理件数のカウント
                  IF      IN-STATUS-CANCELLED
                          DISPLAY ' SKIP: 取消データのため契約集計から除外 ' IN-TOUR-CODE
                  ELSE
                          *> 状態コードが0(有効)/1(取消)/2(催行完了)以外 -> データ不正として例外リストへ記録
                          DISPLAY ' ERROR: 不正な状態コード [' IN-STATUS-CODE '] ID=' IN-TOUR-CODE
                          PERFORM WRITE-STATUS-ERROR-RECORD
                  END-IF

*> ***************************************************************************
*> * 状態コード不正明細書き込み処理
*> * = IN-STATUS-CODEが0/1/2以外のデータを例外リストへ出力する
*> * (集計対象外となり報告書から消えてしまうのを防ぐため)
*> ***************************************************************************
WRITE-STATUS-ERROR-RECORD.
