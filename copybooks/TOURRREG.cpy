      *> ***************************************************************************
      *> * 返金台帳レコード (TOUR-REFUND / TOUR-PAYOUT / TOUR-CASH / TOUR-GLEXT
      *> * / TOUR-COST / TOUR-CUST 共通)
      *> * 返金計算書(クレジットノート)の発行時に TOUR-REFUND が1予約1件で
      *> * 書き込む。ツアーID+予約番号をキーとし、以後の再発行は台帳の
      *> * 金額をそのまま使う。支払状態は TOUR-PAYOUT が更新する
      *> ***************************************************************************
       01 TOUR-REFUND-REG-REC.
         03 RREG-KEY.
           05 RREG-TOUR-CODE       PIC X(05).               *> ツアーID
           05 RREG-BOOKING-NO      PIC 9(03).               *> 予約番号
         03 RREG-CRN-NO            PIC X(15).               *> 計算書番号(CRN-nnnnn-nnnnn)
         03 RREG-ISSUE-DATE        PIC 9(08).               *> 発行日(YYYYMMDD)
         03 RREG-PARTY-NAME        PIC X(20).               *> 予約者名
         03 RREG-CUST-ID           PIC X(05).               *> 顧客ID(空白:未設定)
         03 RREG-RECEIVED-AMOUNT   PIC 9(11).               *> 入金額
         03 RREG-FEE-RATE          PIC 9(03).               *> 取消料率(%)
         03 RREG-FEE-AMOUNT        PIC 9(11).               *> 取消料
         03 RREG-REFUND-AMOUNT     PIC 9(11).               *> 返金額
         03 RREG-PAYOUT-STATUS     PIC X(01).               *> 支払状態
           88 RREG-PAYOUT-PENDING  VALUE '0'.               *> 未払(振込依頼前)
           88 RREG-PAYOUT-REQUESTED VALUE '1'.              *> 振込依頼済
           88 RREG-PAYOUT-PAID     VALUE '2'.               *> 支払済
           88 RREG-PAYOUT-NONE     VALUE '9'.               *> 返金なし(全額取消料)
         03 RREG-PAYOUT-BATCH      PIC 9(05).               *> 振込依頼の実行連番
         03 RREG-PAYOUT-DATE       PIC 9(08).               *> 依頼日/支払日(YYYYMMDD)
