000100* Copyright 1992-2015 FUJITSU LIMITED
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. K_KOSOKU.
000400*
000500*支払停止ファイルから，指定された貯金口座の当日時点の拘束額
000600*を返す。差押・支払停止の登録と解除は支払停止登録（K_SHITEI）
000700*が行う。出金系の更新経路（K_SYUKKIN／K_FURIKAE）は，出金後
000800*の貯金額がこの拘束額を下回る出金を受け付けない。
000900*
001000*発効日以降かつ解除日前（解除日０は無期限）の登録だけを有効
001100*とし，全額停止の場合は拘束額を上限額（９億９千９百９十９万
001200*９千９百９十９円）として返す。登録が無い場合は０を返す。
001300*
001400 ENVIRONMENT DIVISION.
001500 CONFIGURATION SECTION.
001600 INPUT-OUTPUT SECTION.
001700 FILE-CONTROL.
001800      SELECT OPTIONAL 支払停止ファイル
001900                ASSIGN  TO "SHITEI.DAT"
002000                ORGANIZATION IS  INDEXED
002100                RECORD KEY   IS  停止貯金番号
002200                ACCESS MODE  IS  RANDOM
002300                FILE STATUS  IS  停止ファイル状態.
002400*
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD   支払停止ファイル.
002800 01   支払停止レコード.
002900      03 停止貯金番号 PIC  9(5).
003000      03 停止区分     PIC  X(1).
003100         88 全額停止   VALUE "1".
003200         88 一部停止   VALUE "2".
003300      03 停止金額     PIC  9(9).
003400      03 停止理由     PIC  X(2).
003500         88 差押       VALUE "01".
003600         88 死亡届     VALUE "02".
003700         88 その他停止 VALUE "09".
003800      03 参照番号     PIC  X(16).
003900      03 発効日       PIC  9(8).
004000      03 解除日       PIC  9(8).
004100      03 停止登録日時 PIC  X(14).
004200*
004300 WORKING-STORAGE SECTION.
004400 77 停止ファイル状態      PIC  X(2).
004500    88 停止ファイル正常  VALUE "00" "05".
004600 01 現在日時.
004700    02 現在日時８        PIC  9(8).
004800    02 FILLER            PIC  X(13).
004900*
005000 LINKAGE SECTION.
005100 01 リンク貯金番号    PIC  9(5) COMP-5.
005200 01 リンク拘束額      PIC S9(9) COMP-5.
005300*
005400 PROCEDURE DIVISION WITH STDCALL LINKAGE
005500      USING リンク貯金番号
005600            リンク拘束額.
005700*
005800      MOVE 0 TO リンク拘束額
005900      MOVE FUNCTION CURRENT-DATE TO 現在日時
006000      OPEN INPUT 支払停止ファイル
006100      IF NOT 停止ファイル正常
006200            EXIT PROGRAM
006300      END-IF
006400      MOVE リンク貯金番号 TO 停止貯金番号
006500      READ 支払停止ファイル
006600            INVALID KEY
006700                  CLOSE 支払停止ファイル
006800                  EXIT PROGRAM
006900      END-READ
007000      CLOSE 支払停止ファイル
007100*
007200      IF 発効日 > 現在日時８
007300            EXIT PROGRAM
007400      END-IF
007500      IF 解除日 NOT = 0 AND 解除日 <= 現在日時８
007600            EXIT PROGRAM
007700      END-IF
007800      IF 全額停止
007900            MOVE 999999999 TO リンク拘束額
008000      ELSE
008100            MOVE 停止金額 TO リンク拘束額
008200      END-IF
008300      EXIT PROGRAM.
