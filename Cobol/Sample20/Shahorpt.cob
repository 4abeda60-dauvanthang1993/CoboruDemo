000010*=====================================================================
000020*　社会保険料納付額集計バッチ　　　　−オブジェクト指向サンプル−
000030*
000040*　　給与台帳の指定支給年月の社会保険料を，健康保険・介護保険
000050*　・厚生年金保険ごとに本人負担分と会社負担分に分けて集計し，
000060*　年金事務所へ納付する額の一覧を出力する。経理はこの一覧の
000070*　合計額を納入告知額と突き合わせる。料率マスタ未登録で内訳の
000080*　無い従業員の控除額は「料率未登録」として別行に報告する。
000090*
000100*                              Copyright 1998-2015 FUJITSU LIMITED
000110*=====================================================================
000120 IDENTIFICATION     DIVISION.
000130 PROGRAM-ID.   SHAHORPT.
000140 ENVIRONMENT  DIVISION.
000150 INPUT-OUTPUT  SECTION.
000160 FILE-CONTROL.
000170     SELECT 給与台帳ファイル
000180       ASSIGN TO "KYUYO"
000190       ORGANIZATION IS INDEXED
000200       ACCESS MODE  IS SEQUENTIAL
000210       RECORD KEY   IS 台帳キー
000220       FILE STATUS  IS 給与台帳状態.
000230     SELECT 納付一覧ファイル
000240       ASSIGN TO "SHAHO.RPT"
000250       ORGANIZATION IS LINE SEQUENTIAL.
000260 DATA  DIVISION.
000270 FILE  SECTION.
000280 FD  給与台帳ファイル.
000290     COPY KYUYOREC.
000300 FD  納付一覧ファイル.
000310 01  一覧行                  PIC  X(80).
000320 WORKING-STORAGE  SECTION.
000330 01  給与台帳状態            PIC  X(02).
000340     88  給与台帳正常        VALUE "00" "05".
000350 01  台帳終了フラグ          PIC  X(01)  VALUE "N".
000360     88  台帳終了            VALUE "Y".
000370 01  対象支給年月            PIC  9(06).
000380 01  集計添字                PIC  9(01).
000390*
000400*　集計表は１：健康保険　２：介護保険　３：厚生年金保険
000410*　４：料率未登録　の順に持つ。
000420*
000430 01  納付集計表.
000440     02  納付明細  OCCURS 4.
000450         03  集計人数        PIC  9(05).
000460         03  集計本人        PIC S9(10).
000470         03  集計会社        PIC S9(10).
000480 01  区分名称定義.
000490     02  FILLER              PIC  X(18)  VALUE "健康保険".
000500     02  FILLER              PIC  X(18)  VALUE "介護保険".
000510     02  FILLER              PIC  X(18)
000515                             VALUE "厚生年金保険".
000520     02  FILLER              PIC  X(18)  VALUE "料率未登録".
000530 01  区分名称表  REDEFINES 区分名称定義.
000540     02  区分名称            PIC  X(18)  OCCURS 4.
000550 01  合計本人                PIC S9(10)  VALUE 0.
000560 01  合計会社                PIC S9(10)  VALUE 0.
000570 01  対象人数                PIC  9(05)  VALUE 0.
000580*
000590 01  一覧行編集域.
000600     02  編集区分名          PIC  X(18).
000610     02  FILLER              PIC  X(01)  VALUE SPACE.
000620     02  編集人数            PIC  ZZZZ9.
000630     02  FILLER              PIC  X(02)  VALUE SPACE.
000640     02  編集本人            PIC  ---,---,--9.
000650     02  FILLER              PIC  X(02)  VALUE SPACE.
000660     02  編集会社            PIC  ---,---,--9.
000670     02  FILLER              PIC  X(02)  VALUE SPACE.
000680     02  編集合計            PIC  ---,---,--9.
000690*
000700 PROCEDURE  DIVISION.
000710     DISPLAY "社会保険料納付額集計バッチ".
000720     DISPLAY "支給年月を入力してください(YYYYMM)".
000730     ACCEPT 対象支給年月 FROM CONSOLE.
000740*
000750     OPEN INPUT 給与台帳ファイル.
000760     IF NOT 給与台帳正常
000770       DISPLAY "給与台帳ファイルが開けません"
000780       STOP RUN
000790     END-IF.
000800     INITIALIZE 納付集計表.
000810     PERFORM 台帳読込.
000820     PERFORM 納付集計 UNTIL 台帳終了.
000830     CLOSE 給与台帳ファイル.
000840*
000850     OPEN OUTPUT 納付一覧ファイル.
000860     MOVE SPACE TO 一覧行.
000870     STRING "*** 社会保険料納付額一覧 "
000880            対象支給年月 " ***"
000890            DELIMITED BY SIZE INTO 一覧行.
000900     WRITE 一覧行.
000910     MOVE "区分                 人数    本人負担"
000920       TO 一覧行.
000930     MOVE "会社負担        合計"
000940       TO 一覧行(54:).
000950     WRITE 一覧行.
000960     PERFORM 納付一覧出力
000970         VARYING 集計添字 FROM 1 BY 1
000980         UNTIL 集計添字 > 4.
000990     MOVE SPACE TO 一覧行編集域.
001000     MOVE "納付合計"   TO 編集区分名.
001010     MOVE 対象人数     TO 編集人数.
001020     MOVE 合計本人     TO 編集本人.
001030     MOVE 合計会社     TO 編集会社.
001040     COMPUTE 編集合計 = 合計本人 + 合計会社.
001050     MOVE 一覧行編集域 TO 一覧行.
001060     WRITE 一覧行.
001070     CLOSE 納付一覧ファイル.
001080     DISPLAY "対象人数：" 対象人数.
001090     DISPLAY "本人負担：" 合計本人
001100             " 会社負担：" 合計会社.
001110     IF 集計人数(4) NOT = 0
001120       DISPLAY "警告：料率未登録の従業員："
001130               集計人数(4)
001140     END-IF.
001150     STOP RUN.
001160*
001170 台帳読込.
001180     READ 給与台帳ファイル NEXT RECORD
001190       AT END
001200         SET 台帳終了 TO TRUE
001210     END-READ.
001220*
001230*　対象月の社会保険料を区分別に積み上げる。内訳の無い控除額
001240*　は料率未登録に積み，会社負担は不明として０とする。
001250*
001260 納付集計.
001270     IF 台帳支給年月 = 対象支給年月
001280        AND 台帳社会保険料 NOT = 0
001290       ADD 1 TO 対象人数
001300       IF 台帳健康保険料 + 台帳厚生年金保険料
001310          + 台帳介護保険料 = 0
001320         ADD 1 TO 集計人数(4)
001330         ADD 台帳社会保険料 TO 集計本人(4)
001340       ELSE
001350         ADD 1 TO 集計人数(1)
001360         ADD 台帳健康保険料   TO 集計本人(1)
001370         ADD 台帳健保会社負担 TO 集計会社(1)
001380         IF 台帳介護保険料 NOT = 0
001390           ADD 1 TO 集計人数(2)
001400           ADD 台帳介護保険料   TO 集計本人(2)
001410           ADD 台帳介護会社負担 TO 集計会社(2)
001420         END-IF
001430         ADD 1 TO 集計人数(3)
001440         ADD 台帳厚生年金保険料 TO 集計本人(3)
001450         ADD 台帳厚年会社負担   TO 集計会社(3)
001460       END-IF
001470     END-IF.
001480     PERFORM 台帳読込.
001490*
001500 納付一覧出力.
001510     MOVE 区分名称(集計添字)  TO 編集区分名.
001520     MOVE 集計人数(集計添字)  TO 編集人数.
001530     MOVE 集計本人(集計添字)  TO 編集本人.
001540     MOVE 集計会社(集計添字)  TO 編集会社.
001550     COMPUTE 編集合計 = 集計本人(集計添字)
001560       + 集計会社(集計添字).
001570     MOVE 一覧行編集域 TO 一覧行.
001580     WRITE 一覧行.
001590     ADD 集計本人(集計添字) TO 合計本人.
001600     ADD 集計会社(集計添字) TO 合計会社.
