      *> ***************************************************************************
      *> * 顧客統合ログレコード (TOUR-CUST)
      *> * 顧客統合のたびに、削除した顧客レコード全体 (区分'C') と、顧客IDを
      *> * 書き換えた予約・キャンセル待ち・返金台帳のキー (区分'B'/'W'/'R') を
      *> * 累積記録する。統合を取り消すときは、区分'B'/'W'/'R'のレコードの
      *> * 顧客IDを統合元へ戻し、区分'C'の顧客レコードを追加し直す
      *> ***************************************************************************
       01 TOUR-MERGE-LOG-REC.
         03 MLOG-DATE              PIC 9(08).               *> 統合日(YYYYMMDD)
         03 MLOG-TIME              PIC 9(08).               *> 統合時刻(HHMMSSff)
         03 MLOG-SURVIVOR-ID       PIC X(05).               *> 統合先(残す)顧客ID
         03 MLOG-RETIRED-ID        PIC X(05).               *> 統合元(削除する)顧客ID
         03 MLOG-KIND              PIC X(01).               *> 記録区分
           88 MLOG-KIND-CUSTOMER   VALUE 'C'.               *> 削除した顧客レコード
           88 MLOG-KIND-BOOKING    VALUE 'B'.               *> 書き換えた予約明細
           88 MLOG-KIND-WAITLIST   VALUE 'W'.               *> 書き換えたキャンセル待ち
           88 MLOG-KIND-REFUND     VALUE 'R'.               *> 書き換えた返金台帳
         03 MLOG-FILE-KEY.                                  *> 書き換えたレコードのキー
           05 MLOG-TOUR-CODE       PIC X(05).               *> ツアーID
           05 MLOG-ITEM-NO         PIC 9(03).               *> 予約番号/受付順
         03 MLOG-CUST-IMAGE        PIC X(68).               *> 削除した顧客レコード('C'のみ)
