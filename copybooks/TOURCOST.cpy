      *> ***************************************************************************
      *> * 仕入原価レコード (TOUR-COST 保守・採算表 共通)
      *> * ツアーID+原価行番号をキーとし、ホテル・バス・ガイド・入場料等の
      *> * 仕入先への支払予定額を1行1件で保持する
      *> ***************************************************************************
       01 TOUR-COST-REC.
         03 COST-KEY.
           05 COST-TOUR-CODE       PIC X(05).               *> ツアーID
           05 COST-LINE-NO         PIC 9(03).               *> 原価行番号
         03 COST-CATEGORY          PIC X(01).               *> 原価区分
           88 COST-CAT-HOTEL       VALUE '1'.               *> ホテル
           88 COST-CAT-BUS         VALUE '2'.               *> バス
           88 COST-CAT-GUIDE       VALUE '3'.               *> ガイド
           88 COST-CAT-ENTRY       VALUE '4'.               *> 入場料
           88 COST-CAT-OTHER       VALUE '9'.               *> その他
         03 COST-SUPPLIER          PIC X(20).               *> 仕入先名
         03 COST-DESCRIPTION       PIC X(20).               *> 摘要
         03 COST-AMOUNT            PIC 9(11).               *> 原価額
