      *> ***************************************************************************
      *> * システムロックレコード (TOUR-NIGHT / TOUR-LOCK / TOUR-BOOK /
      *> *  TOUR-MAINT / TOUR-SUSP / TOUR-CUST / TOUR-SEATS / TOUR-ARCH /
      *> *  TOUR-RELOAD / TOUR-CLOSE 共通)
      *> * 区分'B'はバッチ窓口 (TOUR-NIGHT 実行中。セッションはゼロ固定の
      *> * 1件のみ)、区分'U'はマスタ・予約を更新する対話プログラムの
      *> * 利用登録 (起動日時をセッションとして1起動1件)。
      *> * 正常終了時に各プログラムが自分のレコードを削除する。異常終了で
      *> * 残ったレコードは TOUR-LOCK で解除する
      *> ***************************************************************************
       01 TOUR-LOCK-REC.
         03 LOCK-KEY.
           05 LOCK-KIND            PIC X(01).               *> 区分
             88 LOCK-KIND-BATCH    VALUE 'B'.               *> バッチ窓口
             88 LOCK-KIND-ONLINE   VALUE 'U'.               *> 対話更新の利用登録
           05 LOCK-PROGRAM         PIC X(12).               *> 保持プログラム名
           05 LOCK-SESSION-DATE    PIC 9(08).               *> セッション(起動日)
           05 LOCK-SESSION-TIME    PIC 9(08).               *> セッション(起動時刻)
         03 LOCK-USER              PIC X(20).               *> 保持者(ログイン名)
         03 LOCK-SINCE-DATE        PIC 9(08).               *> 取得日(YYYYMMDD)
         03 LOCK-SINCE-TIME        PIC 9(08).               *> 取得時刻(HHMMSSff)
