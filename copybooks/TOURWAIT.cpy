      *> ***************************************************************************
      *> * キャンセル待ちレコード (TOUR-BOOK / TOUR-SEATS / TOUR-CUST 共通)
      *> * 定員超過で受けられなかった予約を受付順に保留し、
      *> * 取消等で席が空いたときに TOUR-BOOK が繰り上げる
      *> ***************************************************************************
