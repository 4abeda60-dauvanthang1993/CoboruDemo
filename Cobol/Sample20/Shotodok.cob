000010*=====================================================================
000020*　賞与支払届一覧作成　　　　　　　　−オブジェクト指向サンプル−
000030*
000040*　　賞与台帳から指定支給日の賞与を支払った被保険者の一覧を作成
000050*　する。年金事務所へ提出する賞与支払届の記載事項（従業員番号・
000060*　氏名・生年月日・支給日・賞与額・健康保険と厚生年金保険の標準
000070*　賞与額）を１名１行で出力し，最後に人数と合計額を出力する。
000080*　賞与支払届は支給日から５日以内に提出する。
000090*
000100*                              Copyright 1998-2015 FUJITSU LIMITED
000110*=====================================================================
000120 IDENTIFICATION     DIVISION.
000130 PROGRAM-ID.   SHOTODOK.
000140 ENVIRONMENT  DIVISION.
000150 INPUT-OUTPUT  SECTION.
000160 FILE-CONTROL.
000170     SELECT 賞与台帳ファイル
000180       ASSIGN TO "SHOYO"
000190       ORGANIZATION IS INDEXED
000200       ACCESS MODE  IS SEQUENTIAL
000210       RECORD KEY   IS 賞与キー
000220       FILE STATUS  IS 賞与台帳状態.
000230     SELECT 社員マスタファイル
000240       ASSIGN TO "SHAINM"
000250       ORGANIZATION IS INDEXED
000260       ACCESS MODE  IS RANDOM
000270       RECORD KEY   IS 社員番号
000280       FILE STATUS  IS 社員マスタ状態.
000290     SELECT 支払届ファイル
000300       ASSIGN TO "SHOTODOK.RPT"
000310       ORGANIZATION IS LINE SEQUENTIAL.
000320 DATA  DIVISION.
000330 FILE  SECTION.
000340 FD  賞与台帳ファイル.
000350     COPY SHOYOREC.
000360 FD  社員マスタファイル.
000370     COPY SHAINMR.
000380 FD  支払届ファイル.
000390 01  一覧行                  PIC  X(100).
000400 WORKING-STORAGE  SECTION.
000410 01  賞与台帳状態            PIC  X(02).
000420     88  賞与台帳正常        VALUE "00" "05".
000430 01  社員マスタ状態          PIC  X(02).
000440 01  台帳終了フラグ          PIC  X(01)  VALUE "N".
000450     88  台帳終了            VALUE "Y".
000460 01  対象支給日              PIC  9(08).
000470 01  対象人数                PIC  9(05)  VALUE 0.
000480 01  合計支給額              PIC S9(10)  VALUE 0.
000490 01  合計健保標準            PIC S9(10)  VALUE 0.
000500 01  合計厚年標準            PIC S9(10)  VALUE 0.
000510*
000520 01  見出し編集域.
000530     02  FILLER              PIC  X(30)
000540         VALUE "*** 賞与支払届 ***".
000550     02  FILLER              PIC  X(12)
000560         VALUE "支給日：".
000570     02  編集見出支給日      PIC  9(08).
000580*
000590 01  項目名編集域.
000600     02  FILLER              PIC  X(06)  VALUE "番号".
000610     02  FILLER              PIC  X(17)  VALUE "氏名".
000620     02  FILLER              PIC  X(12)  VALUE "生年月日".
000630     02  FILLER              PIC  X(18)  VALUE "賞与額".
000640     02  FILLER              PIC  X(18)
000650         VALUE "健保標準賞与".
000660     02  FILLER              PIC  X(18)
000670         VALUE "厚年標準賞与".
000680*
000690 01  明細行編集域.
000700     02  編集従業員番号      PIC  9(04).
000710     02  FILLER              PIC  X(02)  VALUE SPACE.
000720     02  編集氏名            PIC  X(16).
000730     02  FILLER              PIC  X(01)  VALUE SPACE.
000740     02  編集生年月日        PIC  9(08).
000750     02  FILLER              PIC  X(04)  VALUE SPACE.
000760     02  編集支給額          PIC  ---,---,--9.
000770     02  FILLER              PIC  X(07)  VALUE SPACE.
000780     02  編集健保標準        PIC  ---,---,--9.
000790     02  FILLER              PIC  X(07)  VALUE SPACE.
000800     02  編集厚年標準        PIC  ---,---,--9.
000810*
000820 01  合計行編集域.
000830     02  FILLER              PIC  X(12)  VALUE "合計".
000840     02  編集人数            PIC  ZZZZ9.
000850     02  FILLER              PIC  X(17)  VALUE "名".
000860     02  編集合計支給額      PIC  ----,---,--9.
000870     02  FILLER              PIC  X(06)  VALUE SPACE.
000880     02  編集合計健保        PIC  ----,---,--9.
000890     02  FILLER              PIC  X(06)  VALUE SPACE.
000900     02  編集合計厚年        PIC  ----,---,--9.
000910*
000920 PROCEDURE  DIVISION.
000930     DISPLAY "賞与支払届一覧作成".
000940     DISPLAY "支給日を入力してください(YYYYMMDD)".
000950     ACCEPT 対象支給日 FROM CONSOLE.
000960*
000970     OPEN INPUT 賞与台帳ファイル.
000980     IF NOT 賞与台帳正常
000990       DISPLAY "賞与台帳ファイルが開けません"
001000       STOP RUN
001010     END-IF.
001020     OPEN INPUT 社員マスタファイル.
001030     OPEN OUTPUT 支払届ファイル.
001040     MOVE 対象支給日 TO 編集見出支給日.
001050     MOVE 見出し編集域 TO 一覧行.
001060     WRITE 一覧行.
001070     MOVE 項目名編集域 TO 一覧行.
001080     WRITE 一覧行.
001090     MOVE ALL "-" TO 一覧行.
001100     WRITE 一覧行.
001110     PERFORM 台帳読込.
001120     PERFORM 支払届判定 UNTIL 台帳終了.
001130     MOVE ALL "-" TO 一覧行.
001140     WRITE 一覧行.
001150     MOVE 対象人数     TO 編集人数.
001160     MOVE 合計支給額   TO 編集合計支給額.
001170     MOVE 合計健保標準 TO 編集合計健保.
001180     MOVE 合計厚年標準 TO 編集合計厚年.
001190     MOVE 合計行編集域 TO 一覧行.
001200     WRITE 一覧行.
001210     CLOSE 支払届ファイル.
001220     CLOSE 社員マスタファイル.
001230     CLOSE 賞与台帳ファイル.
001240     DISPLAY "対象人数：" 対象人数.
001250     STOP RUN.
001260*
001270 台帳読込.
001280     READ 賞与台帳ファイル NEXT RECORD
001290       AT END
001300         SET 台帳終了 TO TRUE
001310     END-READ.
001320*
001330 支払届判定.
001340     IF 賞与支給日 = 対象支給日
001350       PERFORM 支払届明細出力
001360     END-IF.
001370     PERFORM 台帳読込.
001380*
001390 支払届明細出力.
001400     MOVE 賞与従業員番号 TO 社員番号.
001410     READ 社員マスタファイル
001420       INVALID KEY
001430         MOVE SPACE TO 社員氏名
001440         MOVE 0     TO 社員生年月日
001450     END-READ.
001460     MOVE 賞与従業員番号     TO 編集従業員番号.
001470     MOVE 社員氏名           TO 編集氏名.
001480     MOVE 社員生年月日       TO 編集生年月日.
001490     MOVE 賞与支給額         TO 編集支給額.
001500     MOVE 賞与健保標準賞与額 TO 編集健保標準.
001510     MOVE 賞与厚年標準賞与額 TO 編集厚年標準.
001520     MOVE 明細行編集域 TO 一覧行.
001530     WRITE 一覧行.
001540     ADD 1                  TO 対象人数.
001550     ADD 賞与支給額         TO 合計支給額.
001560     ADD 賞与健保標準賞与額 TO 合計健保標準.
001570     ADD 賞与厚年標準賞与額 TO 合計厚年標準.
