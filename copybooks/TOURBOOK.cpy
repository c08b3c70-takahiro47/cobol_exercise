         03 BK-SEATS               PIC 9(04).               *> 予約席数
         03 BK-AMOUNT              PIC 9(11).               *> 入金額
         03 BK-BOOKING-DATE        PIC 9(08).               *> 予約日(YYYYMMDD)
         03 BK-STATUS-CODE         PIC X(01).               *> 状態コード(0:有効 1:取消 2:催行完了)
           88 BK-STATUS-ACTIVE     VALUE '0'.
           88 BK-STATUS-CANCELLED  VALUE '1'.
           88 BK-STATUS-COMPLETED  VALUE '2'.               *> TOUR-CLOSE が設定。以後変更不可
           88 BK-STATUS-CONTRACTED VALUE '0' '2'.           *> 契約成立(有効または催行完了)
         03 BK-CUST-ID             PIC X(05).               *> 顧客ID(空白:未設定)
