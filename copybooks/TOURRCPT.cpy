      *> ***************************************************************************
      *> * 入金レコード (TOUR-CASH / TOUR-BANK 共通)
      *> * 日々の入金を1件1行で累積する。TOUR-CASH の入金入力分は
      *> * 入金元=1、TOUR-BANK の振込取込分は入金元=2 とし、
      *> * 振込分は銀行の照会番号を残して元データまで辿れるようにする
      *> ***************************************************************************
       01 TOUR-RECEIPT-REC.
         03 RCPT-DATE              PIC 9(08).               *> 入金日(YYYYMMDD)
         03 RCPT-TOUR-CODE         PIC X(05).               *> 宛先ツアーID(請求の参照)
         03 RCPT-AMOUNT            PIC 9(11).               *> 入金額
         03 RCPT-SOURCE            PIC X(01).               *> 入金元(空白は手入力扱い)
           88 RCPT-SOURCE-MANUAL   VALUE '1' SPACE.         *> 手入力
           88 RCPT-SOURCE-BANK     VALUE '2'.               *> 振込取込
         03 RCPT-BANK-REF.                                  *> 振込取込時の照会キー
           05 RCPT-BANK-ACCOUNT    PIC X(07).               *> 口座番号
           05 RCPT-BANK-INQUIRY    PIC X(06).               *> 照会番号
