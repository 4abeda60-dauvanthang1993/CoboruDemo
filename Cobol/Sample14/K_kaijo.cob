000500*休眠口座の解除（再有効化）処理。本人確認を済ませた窓口担当
000600*者が貯金番号を指定して休眠印を外す。解除するまでK_NYU／
000700*K_SYUKKINは休眠口座の取引を受け付けない。
000720*解除した口座は解除履歴ファイルへ記録し，不審取引監視
000740*（K_FUSHIN）が解除直後の急な入出金の判定に使う。
000800*
000900 ENVIRONMENT DIVISION.
001000 CONFIGURATION SECTION.
001500                ORGANIZATION IS  INDEXED
001600                RECORD KEY   IS  貯金番号
001700                ACCESS MODE  IS  RANDOM.
001720      SELECT OPTIONAL 解除履歴ファイル
001740                ASSIGN  TO "KAIJOREK.DAT"
001760                ORGANIZATION IS  LINE SEQUENTIAL.
001800*
001900 DATA DIVISION.
002000 FILE SECTION.
002800      03 休眠区分     PIC  X(1).
002900         88 休眠中     VALUE "1".
003000*
003010 FD   解除履歴ファイル.
003020 01   解除履歴レコード.
003030      03 解除貯金番号 PIC  9(5).
003040      03 解除日       PIC  9(8).
003050      03 解除日時     PIC  X(14).
003060*
003100 WORKING-STORAGE SECTION.
003200 77 対象貯金番号          PIC  9(5).
003220 01 現在日時.
003240    02 現在日時８        PIC  9(8).
003260    02 FILLER            PIC  X(13).
003300*
003400 PROCEDURE DIVISION.
003500*
004900      IF 休眠中
005000            MOVE "0" TO 休眠区分
005100            REWRITE 貯金レコード
005150            PERFORM 解除履歴記録
005200            DISPLAY "休眠を解除しました：" 貯金番号
005300      ELSE
005400            DISPLAY "休眠口座ではありません："
005500      END-IF
005600      CLOSE 貯金ファイル
005700      STOP RUN.
005800*
005900 解除履歴記録.
006000      MOVE FUNCTION CURRENT-DATE TO 現在日時
006100      MOVE 貯金番号        TO 解除貯金番号
006200      MOVE 現在日時８      TO 解除日
006300      MOVE 現在日時 (1:14) TO 解除日時
006400      OPEN EXTEND 解除履歴ファイル
006500      WRITE 解除履歴レコード
006600      CLOSE 解除履歴ファイル.
