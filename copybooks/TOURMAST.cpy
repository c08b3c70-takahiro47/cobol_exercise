         03 IN-TOUR-MEMBERS        PIC 9(04).                *> ツアー参加人数
         03 IN-TOTAL-EXPENSES      PIC 9(11).                *> ツアー金額
         03 IN-CONTRACT-DATE       PIC 9(08).                *> 契約日(YYYYMMDD)
         03 IN-STATUS-CODE         PIC X(01).                *> 状態コード(0:有効 1:取消 2:催行完了)
           88 IN-STATUS-ACTIVE     VALUE '0'.
           88 IN-STATUS-CANCELLED  VALUE '1'.
           88 IN-STATUS-COMPLETED  VALUE '2'.                *> TOUR-CLOSE が設定。以後変更不可
           88 IN-STATUS-CONTRACTED VALUE '0' '2'.            *> 契約成立(有効または催行完了)
