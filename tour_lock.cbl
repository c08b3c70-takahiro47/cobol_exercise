*> ------------------------------------------------------- <*
*> Run as:
*> $ cobc -x -free -g -debug -Wall -I copybooks tour_lock.cbl; ./tour_lock
*> システムロック TOUR-LOCK.DAT の運用者向け保守。
*> 機能1: バッチ窓口 (TOUR-NIGHT) と、マスタ・予約を更新する
*>        対話プログラムの利用登録を一覧表示する。
*> 機能2: 異常終了で残ったロックを番号指定で解除する。
*>        実行中のプログラムのロックを解除すると夜間運用と対話更新の
*>        衝突を防げなくなるため、保持者が終了していることを確認してから
*>        解除すること。
*> ------------------------------------------------------- <*

*> ***************************************************************************
*> * 見出し部
*> ***************************************************************************
IDENTIFICATION DIVISION.
  PROGRAM-ID. TOUR-LOCK.


*> ***************************************************************************
*> * 環境部
*> ***************************************************************************
ENVIRONMENT DIVISION.

  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT TOUR-LOCK-FILE       ASSIGN TO 'TOUR-LOCK.DAT'       *> I-O      / システムロックファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS LOCK-KEY
      FILE STATUS IS WS-LOCK-STATUS.


*> ***************************************************************************
*> * データ部
*> ***************************************************************************
DATA DIVISION.

  *> ファイルの定義
  FILE SECTION.

    *> システムロックファイル (区分+プログラム名+セッションをキーとした索引編成ファイル)
    FD TOUR-LOCK-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURLOCK.

  *> 変数の定義
  WORKING-STORAGE SECTION.

    *> 一時利用
    01 FLAG-FILE-END            PIC 9(01) VALUE ZERO.     *> EODフラグ
    01 FLAG-ON                  PIC 9(01) VALUE 1.        *> 定数 ON
    01 FLAG-OFF                 PIC 9(01) VALUE 0.        *> 定数 OFF
    01 FLAG-TARGET-FOUND        PIC 9(01) VALUE ZERO.     *> 解除対象発見フラグ

    01 WS-LOCK-STATUS           PIC X(02) VALUE '00'.     *> TOUR-LOCK-FILEの状態キー
      88 WS-LOCK-STATUS-OK      VALUE '00'.
      88 WS-LOCK-NOT-FOUND      VALUE '35'.

    01 WS-MENU-CHOICE           PIC 9(01) VALUE ZERO.     *> 機能選択
    01 WS-CONFIRM-CHOICE        PIC 9(01) VALUE ZERO.     *> 実行確認(1:実行 2:中止)
    01 WS-LOCK-COUNT            PIC 9(04) VALUE ZERO.     *> 一覧の件数
    01 WS-TARGET-NO             PIC 9(04) VALUE ZERO.     *> 解除する一覧番号

    *> 一覧表示域
    01 DISP-LOCK-LINE.
      03 DISP-LOCK-NO           PIC ZZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 DISP-LOCK-KIND         PIC X(15).
      03 FILLER                 PIC X(01) VALUE SPACE.
      03 DISP-LOCK-PROGRAM      PIC X(12).
      03 FILLER                 PIC X(01) VALUE SPACE.
      03 DISP-LOCK-USER         PIC X(20).
      03 FILLER                 PIC X(01) VALUE SPACE.
      03 DISP-LOCK-SINCE-DATE   PIC 9(08).
      03 FILLER                 PIC X(01) VALUE SPACE.
      03 DISP-LOCK-SINCE-TIME   PIC 9(08).


*> ***************************************************************************
*> * 手続き部
*> ***************************************************************************
PROCEDURE DIVISION.

*> 基本処理
BASE.
  DISPLAY 'TOUR-LOCK'.
  DISPLAY '-- PROGRAM START --'.

  OPEN    I-O                   TOUR-LOCK-FILE.
  IF      WS-LOCK-NOT-FOUND
          DISPLAY '保持されているロックはありません'
  ELSE
          IF      NOT WS-LOCK-STATUS-OK
                  DISPLAY 'エラー: ロックファイルが開けません STATUS='
                          WS-LOCK-STATUS
                  MOVE    8 TO RETURN-CODE
          ELSE
                  DISPLAY '1.ロック一覧  2.ロック解除'
                  DISPLAY '機能番号を入力してください ==> ' WITH NO ADVANCING
                  ACCEPT   WS-MENU-CHOICE

                  EVALUATE WS-MENU-CHOICE
                    WHEN 1  PERFORM LOCK-LIST
                    WHEN 2  PERFORM LOCK-CLEAR
                    WHEN OTHER
                            DISPLAY '機能番号が不正です'
                  END-EVALUATE

                  CLOSE   TOUR-LOCK-FILE
          END-IF
  END-IF.

  DISPLAY '-- PROGRAM EXIT   --'.
  STOP RUN.


*> ***************************************************************************
*> * ロック一覧処理
*> * = 全ロックを番号付きで表示する (番号はロック解除の指定に使う)
*> ***************************************************************************
LOCK-LIST.
  DISPLAY '  NO  区分            プログラム   保持者               取得日   時刻'.
  MOVE    ZERO TO WS-LOCK-COUNT.
  PERFORM START-LOCK-FILE.
  PERFORM LOCK-LIST-LOOP
          UNTIL FLAG-FILE-END = FLAG-ON.

  IF      WS-LOCK-COUNT = ZERO
          DISPLAY '保持されているロックはありません'
  END-IF.


*> ***************************************************************************
*> * ロック一覧繰り返し処理
*> ***************************************************************************
LOCK-LIST-LOOP.
  COMPUTE WS-LOCK-COUNT = WS-LOCK-COUNT + 1.
  MOVE    WS-LOCK-COUNT TO DISP-LOCK-NO.
  IF      LOCK-KIND-BATCH
          MOVE    'バッチ窓口' TO DISP-LOCK-KIND
  ELSE
          MOVE    '対話更新' TO DISP-LOCK-KIND
  END-IF.
  MOVE    LOCK-PROGRAM TO DISP-LOCK-PROGRAM.
  MOVE    LOCK-USER TO DISP-LOCK-USER.
  MOVE    LOCK-SINCE-DATE TO DISP-LOCK-SINCE-DATE.
  MOVE    LOCK-SINCE-TIME TO DISP-LOCK-SINCE-TIME.
  DISPLAY DISP-LOCK-LINE.

  READ    TOUR-LOCK-FILE NEXT
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * ロック解除処理
*> * = 一覧を表示して番号を受け付け、確認のうえ該当ロックを削除する
*> ***************************************************************************
LOCK-CLEAR.
  PERFORM LOCK-LIST.

  IF      WS-LOCK-COUNT > ZERO
          DISPLAY '解除する番号を入力してください ==> ' WITH NO ADVANCING
          ACCEPT   WS-TARGET-NO

          MOVE    FLAG-OFF TO FLAG-TARGET-FOUND
          MOVE    ZERO TO WS-LOCK-COUNT
          PERFORM START-LOCK-FILE
          PERFORM FIND-TARGET-LOOP
                  UNTIL FLAG-FILE-END = FLAG-ON

          IF      FLAG-TARGET-FOUND = FLAG-OFF
                  DISPLAY '番号が不正です'
          ELSE
                  DISPLAY '解除対象: ' LOCK-PROGRAM ' ' LOCK-USER
                          ' ' LOCK-SINCE-DATE ' ' LOCK-SINCE-TIME ' から'
                  DISPLAY '保持者が終了していることを確認しましたか'
                  DISPLAY '1.解除する  2.中止 ==> ' WITH NO ADVANCING
                  ACCEPT   WS-CONFIRM-CHOICE
                  IF      WS-CONFIRM-CHOICE = 1
                          DELETE  TOUR-LOCK-FILE RECORD
                                  INVALID KEY
                                  DISPLAY '警告: 既に解除されています'
                                  NOT INVALID KEY
                                  DISPLAY 'ロックを解除しました'
                          END-DELETE
                  ELSE
                          DISPLAY '解除を中止しました'
                  END-IF
          END-IF
  END-IF.


*> ***************************************************************************
*> * 解除対象検索繰り返し処理
*> * = 一覧と同じ順に数え、指定番号のレコードで止める
*> ***************************************************************************
FIND-TARGET-LOOP.
  COMPUTE WS-LOCK-COUNT = WS-LOCK-COUNT + 1.
  IF      WS-LOCK-COUNT = WS-TARGET-NO
          MOVE    FLAG-ON TO FLAG-TARGET-FOUND
          MOVE    FLAG-ON TO FLAG-FILE-END
  ELSE
          READ    TOUR-LOCK-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-FILE-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * ロックファイル先頭位置付け処理
*> ***************************************************************************
START-LOCK-FILE.
  MOVE    FLAG-OFF TO FLAG-FILE-END.
  MOVE    LOW-VALUE TO LOCK-KEY.
  START   TOUR-LOCK-FILE KEY >= LOCK-KEY
          INVALID KEY MOVE FLAG-ON TO FLAG-FILE-END
  END-START.
  IF      FLAG-FILE-END NOT = FLAG-ON
          READ    TOUR-LOCK-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-FILE-END
          END-READ
  END-IF.
