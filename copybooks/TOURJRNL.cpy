      *> ***************************************************************************
      *> * ツアーマスタ変更履歴(ジャーナル)レコード (TOUR-MAINT / TOUR-CLOSE / TOUR-JRNL 共通)
      *> * 追加・変更・削除のたびに変更前後のレコード全体を累積記録する
      *> ***************************************************************************
       01 JRNL-REC.
