      *> ***************************************************************************
      *> * 売掛残レコード (TOUR-CASH / TOUR-BANK ほか共通)
      *> * TOUR-CASH の消込実行のたびに全件書き直される。
      *> * ツアー単位で請求額(税込)・入金合計・残高と回収状態を保持する
      *> ***************************************************************************
       01 TOUR-AR-REC.
         03 AR-TOUR-CODE           PIC X(05).               *> ツアーID
         03 AR-CONTRACT-DATE       PIC 9(08).               *> 契約日(YYYYMMDD)
         03 AR-INVOICE-AMOUNT      PIC 9(12).               *> 請求額(税込)
         03 AR-RECEIVED-AMOUNT     PIC 9(12).               *> 入金額合計
         03 AR-BALANCE-DUE         PIC 9(12).               *> 未回収残高
         03 AR-OVER-AMOUNT         PIC 9(12).               *> 過入金額
         03 AR-STATUS-CODE         PIC X(01).               *> 回収状態
           88 AR-STATUS-UNPAID     VALUE '0'.               *> 未入金
           88 AR-STATUS-PARTIAL    VALUE '1'.               *> 一部入金
           88 AR-STATUS-SETTLED    VALUE '2'.               *> 回収済
           88 AR-STATUS-OVERPAID   VALUE '3'.               *> 過入金
           88 AR-STATUS-UNAPPLIED  VALUE '4'.               *> 不明入金(取消済/未登録宛)
