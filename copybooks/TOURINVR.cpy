      *> ***************************************************************************
      *> * 請求書発行記録レコード (TOUR-INVOICE / TOUR-BANK 共通)
      *> * 請求書1枚ごとに請求書番号と宛先ツアーIDを1行で累積する。
      *> * 振込の依頼人参照に請求書番号が入っている場合の突合に使う
      *> ***************************************************************************
       01 TOUR-INV-REG-REC.
         03 INVR-INVOICE-NO        PIC X(15).               *> 請求書番号(INV-nnnnn-nnnnn)
         03 INVR-TOUR-CODE         PIC X(05).               *> ツアーID
         03 INVR-ISSUE-DATE        PIC 9(08).               *> 発行日(YYYYMMDD)
         03 INVR-AMOUNT            PIC 9(12).               *> 請求額(税込)
