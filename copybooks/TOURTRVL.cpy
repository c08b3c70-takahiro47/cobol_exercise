      *> ***************************************************************************
      *> * 旅行者レコード (TOUR-TRVL / TOUR-SCHED 共通)
      *> * ツアーID+予約番号+旅行者番号をキーとし、予約1件の同行者を
      *> * 1人1件で保持する。出発者名簿・保険・ホテルの部屋割りに使う
      *> ***************************************************************************
       01 TOUR-TRAVELLER-REC.
         03 TRVL-KEY.
           05 TRVL-TOUR-CODE       PIC X(05).               *> ツアーID
           05 TRVL-BOOKING-NO      PIC 9(03).               *> 予約番号
           05 TRVL-NO              PIC 9(03).               *> 旅行者番号
         03 TRVL-NAME              PIC X(20).               *> 旅行者氏名
         03 TRVL-BIRTH-DATE        PIC 9(08).               *> 生年月日(YYYYMMDD)
         03 TRVL-GENDER            PIC X(01).               *> 性別
           88 TRVL-GENDER-MALE     VALUE '1'.               *> 男性
           88 TRVL-GENDER-FEMALE   VALUE '2'.               *> 女性
           88 TRVL-GENDER-OTHER    VALUE '9'.               *> その他・不明
         03 TRVL-EMERG-NAME        PIC X(20).               *> 緊急連絡先氏名
         03 TRVL-EMERG-PHONE       PIC X(13).               *> 緊急連絡先電話番号
