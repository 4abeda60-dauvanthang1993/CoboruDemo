000010*=====================================================================
000020*　賞与明細書印刷　　　　　　　　　　−オブジェクト指向サンプル−
000030*
000040*　　賞与台帳から指定支給日の全従業員分の賞与明細書を印刷する。
000050*　支給額，控除項目（健康保険料・介護保険料・厚生年金保険料・
000060*　雇用保険料・所得税），差引支給額と，所得税の算出に使った前月
000070*　の社会保険料等控除後の給与等の金額・算出率を従業員１名につき
000080*　１枚の様式で賞与明細ファイルへ書き出し，スプールへ登録する。
000090*　賞与計算登録バッチ（SHOYO）の後続ステップとして実行する。
000100*
000110*                              Copyright 1998-2015 FUJITSU LIMITED
000120*=====================================================================
000130 IDENTIFICATION     DIVISION.
000140 PROGRAM-ID.   SHOMEI.
000150 ENVIRONMENT  DIVISION.
000160 INPUT-OUTPUT  SECTION.
000170 FILE-CONTROL.
000180     SELECT 賞与台帳ファイル
000190       ASSIGN TO "SHOYO"
000200       ORGANIZATION IS INDEXED
000210       ACCESS MODE  IS SEQUENTIAL
000220       RECORD KEY   IS 賞与キー
000230       FILE STATUS  IS 賞与台帳状態.
000240     SELECT 社員マスタファイル
000250       ASSIGN TO "SHAINM"
000260       ORGANIZATION IS INDEXED
000270       ACCESS MODE  IS RANDOM
000280       RECORD KEY   IS 社員番号
000290       FILE STATUS  IS 社員マスタ状態.
000300     SELECT 賞与明細ファイル
000310       ASSIGN TO "SHOMEI.RPT"
000320       ORGANIZATION IS LINE SEQUENTIAL.
000330 DATA  DIVISION.
000340 FILE  SECTION.
000350 FD  賞与台帳ファイル.
000360     COPY SHOYOREC.
000370 FD  社員マスタファイル.
000380     COPY SHAINMR.
000390 FD  賞与明細ファイル.
000400 01  明細書行                PIC  X(80).
000410 WORKING-STORAGE  SECTION.
000420 77  スプール発行元          PIC  X(08).
000430 77  スプール帳票名          PIC  X(08).
000440 77  スプール本文名          PIC  X(20).
000450 77  スプール登録結果        PIC  9(01).
000460 01  賞与台帳状態            PIC  X(02).
000470     88  賞与台帳正常        VALUE "00" "05".
000480 01  社員マスタ状態          PIC  X(02).
000490 01  台帳終了フラグ          PIC  X(01)  VALUE "N".
000500     88  台帳終了            VALUE "Y".
000510 01  対象支給日              PIC  9(08).
000520 01  印刷件数                PIC  9(05)  VALUE 0.
000530 01  控除合計                PIC S9(09).
000540*
000550 01  見出し編集域.
000560     02  FILLER              PIC  X(24)
000570         VALUE "*** 賞与明細書 ***".
000580     02  FILLER              PIC  X(12)
000590         VALUE "支給日：".
000600     02  編集支給日          PIC  9(08).
000610*
000620 01  社員行編集域.
000630     02  FILLER              PIC  X(10)
000640         VALUE "番号：".
000650     02  編集従業員番号      PIC  9(04).
000660     02  FILLER              PIC  X(12)
000670         VALUE "　氏名：".
000680     02  編集氏名            PIC  X(16).
000690     02  FILLER              PIC  X(12)
000700         VALUE "　部門：".
000710     02  編集部門コード      PIC  X(04).
000720*
000730 01  金額行編集域.
000740     02  編集項目名          PIC  X(21).
000750     02  編集金額            PIC  ---,---,--9.
000760*
000770 01  算出率行編集域.
000780     02  FILLER              PIC  X(21)
000790         VALUE "　算出率（％）".
000800     02  編集算出率          PIC  ZZ9.999.
000810*
000820 PROCEDURE  DIVISION.
000830     DISPLAY "賞与明細書印刷".
000840     DISPLAY "支給日を入力してください(YYYYMMDD)".
000850     ACCEPT 対象支給日 FROM CONSOLE.
000860*
000870     OPEN INPUT 賞与台帳ファイル.
000880     IF NOT 賞与台帳正常
000890       DISPLAY "賞与台帳ファイルが開けません"
000900       STOP RUN
000910     END-IF.
000920     OPEN INPUT 社員マスタファイル.
000930     OPEN OUTPUT 賞与明細ファイル.
000940     PERFORM 台帳読込.
000950     PERFORM 明細書判定 UNTIL 台帳終了.
000960     CLOSE 賞与明細ファイル.
000970     MOVE "SHOMEI" TO スプール発行元.
000980     MOVE "SHOMEI" TO スプール帳票名.
000990     MOVE "SHOMEI.RPT"
001000       TO スプール本文名.
001010     CALL "スプール登録" USING スプール発行元
001020          スプール帳票名 スプール本文名
001030          スプール登録結果.
001040     CLOSE 社員マスタファイル.
001050     CLOSE 賞与台帳ファイル.
001060     DISPLAY "印刷件数：" 印刷件数.
001070     STOP RUN.
001080*
001090 台帳読込.
001100     READ 賞与台帳ファイル NEXT RECORD
001110       AT END
001120         SET 台帳終了 TO TRUE
001130     END-READ.
001140*
001150 明細書判定.
001160     IF 賞与支給日 = 対象支給日
001170       PERFORM 明細書１枚印刷
001180     END-IF.
001190     PERFORM 台帳読込.
001200*
001210*　従業員１名分を１枚の様式として書き出す。
001220*
001230 明細書１枚印刷.
001240     MOVE 賞与従業員番号 TO 社員番号.
001250     READ 社員マスタファイル
001260       INVALID KEY
001270         MOVE SPACE TO 社員氏名
001280     END-READ.
001290     MOVE ALL "=" TO 明細書行.
001300     WRITE 明細書行.
001310     MOVE 対象支給日 TO 編集支給日.
001320     MOVE 見出し編集域 TO 明細書行.
001330     WRITE 明細書行.
001340     MOVE 賞与従業員番号 TO 編集従業員番号.
001350     MOVE 社員氏名       TO 編集氏名.
001360     MOVE 賞与部門コード TO 編集部門コード.
001370     MOVE 社員行編集域   TO 明細書行.
001380     WRITE 明細書行.
001390*
001400     MOVE "【支給】"     TO 明細書行.
001410     WRITE 明細書行.
001420     MOVE "　賞与"       TO 編集項目名.
001430     MOVE 賞与支給額     TO 編集金額.
001440     PERFORM 金額行出力.
001450*
001460     MOVE "【控除】"     TO 明細書行.
001470     WRITE 明細書行.
001480*　料率マスタで求めた場合は社会保険料を内訳で印字する。
001490     IF 賞与健康保険料 + 賞与厚生年金保険料
001500        + 賞与介護保険料 = 0
001510       MOVE "　社会保険料" TO 編集項目名
001520       MOVE 賞与社会保険料 TO 編集金額
001530       PERFORM 金額行出力
001540     ELSE
001550       MOVE "　健康保険料" TO 編集項目名
001560       MOVE 賞与健康保険料 TO 編集金額
001570       PERFORM 金額行出力
001580       IF 賞与介護保険料 NOT = 0
001590         MOVE "　介護保険料" TO 編集項目名
001600         MOVE 賞与介護保険料 TO 編集金額
001610         PERFORM 金額行出力
001620       END-IF
001630       MOVE "　厚生年金保険" TO 編集項目名
001640       MOVE 賞与厚生年金保険料 TO 編集金額
001650       PERFORM 金額行出力
001660     END-IF.
001670     IF 賞与雇用保険料 NOT = 0
001680       MOVE "　雇用保険料" TO 編集項目名
001690       MOVE 賞与雇用保険料 TO 編集金額
001700       PERFORM 金額行出力
001710     END-IF.
001720     MOVE "　所得税"     TO 編集項目名.
001730     MOVE 賞与所得税     TO 編集金額.
001740     PERFORM 金額行出力.
001750     COMPUTE 控除合計 = 賞与社会保険料
001760       + 賞与雇用保険料 + 賞与所得税.
001770     MOVE "　控除合計"   TO 編集項目名.
001780     MOVE 控除合計       TO 編集金額.
001790     PERFORM 金額行出力.
001800*
001810     MOVE "【差引支給額】" TO 編集項目名.
001820     MOVE 賞与差引支給額   TO 編集金額.
001830     PERFORM 金額行出力.
001840*
001850     MOVE "【参考】"     TO 明細書行.
001860     WRITE 明細書行.
001870     MOVE "　健保標準賞与" TO 編集項目名.
001880     MOVE 賞与健保標準賞与額 TO 編集金額.
001890     PERFORM 金額行出力.
001900     MOVE "　厚年標準賞与" TO 編集項目名.
001910     MOVE 賞与厚年標準賞与額 TO 編集金額.
001920     PERFORM 金額行出力.
001930     MOVE "　前月給与額" TO 編集項目名.
001940     MOVE 賞与前月給与額 TO 編集金額.
001950     PERFORM 金額行出力.
001960*　算出率が０の場合は月額表で求めたため印字しない。
001970     IF 賞与算出率 NOT = 0
001980       COMPUTE 編集算出率 = 賞与算出率 * 100
001990       MOVE 算出率行編集域 TO 明細書行
002000       WRITE 明細書行
002010     END-IF.
002020     MOVE SPACE TO 明細書行.
002030     WRITE 明細書行.
002040     ADD 1 TO 印刷件数.
002050*
002060 金額行出力.
002070     MOVE 金額行編集域 TO 明細書行.
002080     WRITE 明細書行.
