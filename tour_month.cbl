*> 取消件数・金額、取消率、平均契約金額を TOUR-MONTHLY.DAT へ印刷する
*> 月次経営サマリ。直近12ヶ月のトレンドと総合計も印刷する。
*> REIDAI08 の契約明細リストとは別の切り口で、単独で実行できる。
*> 催行完了(状態2)の契約は有効件数・金額に含める。
*> ------------------------------------------------------- <*

*> ***************************************************************************
*> ***************************************************************************
MAIN-LOOP.
  EVALUATE TRUE
    WHEN    IN-STATUS-CONTRACTED OR IN-STATUS-CANCELLED
            COMPUTE WS-CONTRACT-YYYYMM = IN-CONTRACT-DATE / 100
            PERFORM              FIND-MONTH-ENTRY
            IF      WS-FOUND-IDX > ZERO
                    PERFORM      ADD-TO-MONTH-ENTRY
            END-IF
    WHEN    OTHER
            *> 状態コードが0/1/2以外 -> 集計対象外として読み飛ばす
            COMPUTE WS-SKIP-COUNT = WS-SKIP-COUNT + 1
  END-EVALUATE.

*> * 契約月エントリ積み上げ処理
*> ***************************************************************************
ADD-TO-MONTH-ENTRY.
  IF      IN-STATUS-CONTRACTED
          COMPUTE WS-MONTH-ACT-COUNT(WS-FOUND-IDX)
                  = WS-MONTH-ACT-COUNT(WS-FOUND-IDX) + 1
          COMPUTE WS-MONTH-ACT-TOTAL(WS-FOUND-IDX)
