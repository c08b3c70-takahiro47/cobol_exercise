*> 有効予約の席数合計・入金額合計と突合し、不一致のツアーを
*> TOUR-RECON.DAT へ理由付きで書き出す。
*> (取消済みツアーは予約も取消されている前提で突合対象外とする)
*> (催行完了のツアー・予約は有効と同様に突合する)
*> ------------------------------------------------------- <*

*> ***************************************************************************
*> * = 有効ツアー1件ごとに予約合計を求めてマスタと突合する
*> ***************************************************************************
MAIN-LOOP.
  IF      IN-STATUS-CONTRACTED
          PERFORM              SUM-BOOKINGS
          COMPUTE WS-CHECKED-COUNT = WS-CHECKED-COUNT + 1
          IF      WS-BOOKED-SEATS NOT = IN-TOUR-MEMBERS
  IF      BK-TOUR-CODE NOT = IN-TOUR-CODE
          MOVE    FLAG-ON TO FLAG-BOOKING-END
  ELSE
          IF      BK-STATUS-CONTRACTED
                  COMPUTE WS-BOOKED-SEATS = WS-BOOKED-SEATS + BK-SEATS
                  COMPUTE WS-BOOKED-AMOUNT = WS-BOOKED-AMOUNT + BK-AMOUNT
          END-IF
