000100* Copyright 1992-2015 FUJITSU LIMITED
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. K_SINSA.
000400*
000500*不審取引の審査画面。不審取引監視バッチ（K_FUSHIN）が登録した
000600*案件について，審査担当者が審査状態・処分内容を記録する。
000700*案件は削除せず，審査担当者と審査日を残して審査の証跡とする。
000800*
000900 ENVIRONMENT DIVISION.
001000 CONFIGURATION SECTION.
001100 INPUT-OUTPUT SECTION.
001200 FILE-CONTROL.
001300      SELECT OPTIONAL 不審案件ファイル
001400                ASSIGN  TO "FUSHIN.DAT"
001500                ORGANIZATION IS  INDEXED
001600                RECORD KEY   IS  案件キー
001700                ACCESS MODE  IS  DYNAMIC.
001800*
001900 DATA DIVISION.
002000 FILE SECTION.
002100 FD   不審案件ファイル.
002200 01   不審案件レコード.
002300      03 案件キー.
002400         05 検知日       PIC  9(8).
002500         05 案件貯金番号 PIC  9(5).
002600         05 検知区分     PIC  X(1).
002700            88 高額取引   VALUE "1".
002800            88 分割出金   VALUE "2".
002900            88 急速入出金 VALUE "3".
003000      03 検知金額     PIC  9(11).
003100      03 検知件数     PIC  9(3).
003200      03 審査状態     PIC  X(1).
003300         88 未審査     VALUE "0".
003400         88 審査中     VALUE "1".
003500         88 問題なし   VALUE "2".
003600         88 届出済     VALUE "3".
003700      03 審査担当者   PIC  X(8).
003800      03 処分内容     PIC  X(40).
003900      03 審査日       PIC  9(8).
004000      03 検知日時     PIC  X(14).
004100*
004200 WORKING-STORAGE SECTION.
004300 77 処理区分              PIC  9(1).
004400 77 終了区分              PIC  9(1)  VALUE 0.
004500    88 保守終了          VALUE 9.
004600 77 一覧終了フラグ        PIC  X(1).
004700    88 一覧終了          VALUE "Y".
004800 77 未済のみフラグ        PIC  X(1).
004900    88 未済のみ          VALUE "Y".
005000 77 入力審査状態          PIC  X(1).
005100 77 一覧件数              PIC  9(5).
005200 01 現在日時.
005300    02 現在日時８        PIC  9(8).
005400    02 FILLER            PIC  X(13).
005500*
005600 PROCEDURE DIVISION.
005700*
005800      OPEN I-O 不審案件ファイル
005900      PERFORM 審査メニュー処理 UNTIL 保守終了
006000      CLOSE 不審案件ファイル
006100      STOP RUN.
006200*
006300 審査メニュー処理.
006400      DISPLAY "不審取引審査"
006500      DISPLAY "1:審査結果登録 2:未済一覧"
006550      DISPLAY "3:全件一覧 9:終了"
006600      ACCEPT 処理区分 FROM CONSOLE
006700      EVALUATE 処理区分
006800            WHEN 1
006900                  PERFORM 審査結果登録処理
007000                     THRU 審査結果登録処理出口
007100            WHEN 2
007200                  MOVE "Y" TO 未済のみフラグ
007300                  PERFORM 案件一覧処理
007400            WHEN 3
007500                  MOVE "N" TO 未済のみフラグ
007600                  PERFORM 案件一覧処理
007700            WHEN 9
007800                  MOVE 9 TO 終了区分
007900      END-EVALUATE.
008000*
008100*案件を検知日・貯金番号・検知区分で指定して審査結果を記録する
008200*
008300 審査結果登録処理.
008400      DISPLAY "検知日を入力してください(YYYYMMDD)"
008500      ACCEPT 検知日 FROM CONSOLE
008600      DISPLAY "貯金番号を入力してください"
008700      ACCEPT 案件貯金番号 FROM CONSOLE
008800      DISPLAY "検知区分を入力してください"
008900      DISPLAY "1:高額取引 2:分割出金 3:急速入出金"
009000      ACCEPT 検知区分 FROM CONSOLE
009100      READ 不審案件ファイル
009200            INVALID KEY
009300                  DISPLAY "案件が存在しません"
009400                  GO TO 審査結果登録処理出口
009500      END-READ
009600      DISPLAY "検知金額：" 検知金額
009650              " 件数：" 検知件数
009700      DISPLAY "現在の審査状態：" 審査状態
009800              " 担当：" 審査担当者
009900      DISPLAY "審査状態を入力してください"
010000      DISPLAY "1:審査中 2:問題なし 3:届出済"
010100      ACCEPT 入力審査状態 FROM CONSOLE
010200      IF 入力審査状態 NOT = "1" AND NOT = "2"
010300                      AND NOT = "3"
010400            DISPLAY "審査状態に誤りがあります"
010500            GO TO 審査結果登録処理出口
010600      END-IF
010700      MOVE 入力審査状態 TO 審査状態
010800      DISPLAY "審査担当者を入力してください"
010900      ACCEPT 審査担当者 FROM CONSOLE
011000      DISPLAY "処分内容を入力してください"
011100      ACCEPT 処分内容 FROM CONSOLE
011200      MOVE FUNCTION CURRENT-DATE TO 現在日時
011300      MOVE 現在日時８ TO 審査日
011400      REWRITE 不審案件レコード
011500      DISPLAY "審査結果を記録しました".
011600*
011700 審査結果登録処理出口.
011800      EXIT.
011900*
012000*未済一覧は未審査・審査中の案件だけを表示する
012100*
012200 案件一覧処理.
012300      MOVE 0 TO 一覧件数
012400      MOVE "N" TO 一覧終了フラグ
012500      MOVE LOW-VALUE TO 案件キー
012600      START 不審案件ファイル KEY > 案件キー
012700            INVALID KEY
012800                  SET 一覧終了 TO TRUE
012900      END-START
013000      PERFORM 案件一覧明細 UNTIL 一覧終了
013100      DISPLAY "件数：" 一覧件数.
013200*
013300 案件一覧明細.
013400      READ 不審案件ファイル NEXT RECORD
013500            AT END
013600                  SET 一覧終了 TO TRUE
013700            NOT AT END
013800                  IF NOT 未済のみ
013900                     OR 未審査 OR 審査中
014000                        ADD 1 TO 一覧件数
014100                        DISPLAY 検知日 " " 案件貯金番号
014200                                " " 検知区分 " " 検知金額
014300                                " " 審査状態
014350                                " " 審査担当者
014400                                " " 審査日
014500                  END-IF
014600      END-READ.
