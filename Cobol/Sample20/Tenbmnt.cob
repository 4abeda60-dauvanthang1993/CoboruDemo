000010*=====================================================================
000020*　給与天引マスタ保守　　　　　　　　−オブジェクト指向サンプル−
000030*
000040*　　従業員ごとの給与天引（職員貸付の返済・社内預金の積立）を
000050*　登録・変更・削除・一覧する。キーは従業員番号＋天引区分＋
000060*　天引対象番号で，対象番号には貸付は貸付番号，社内預金は貯金
000070*　番号を持つ。月次給与バッチ（KYUTOROKU）が開始年月から終了
000080*　年月（０は期限なし）までの月に天引額を差引支給額から控除し，
000090*　勘定系への引継ファイル（TENBIKI.DAT）へ書き出す。
000100*
000110*                              Copyright 1998-2015 FUJITSU LIMITED
000120*=====================================================================
000130 IDENTIFICATION     DIVISION.
000140 PROGRAM-ID.   TENBMNT.
000150 ENVIRONMENT  DIVISION.
000160 INPUT-OUTPUT  SECTION.
000170 FILE-CONTROL.
000180     SELECT OPTIONAL 天引マスタファイル
000190       ASSIGN TO "TENBIKM"
000200       ORGANIZATION IS INDEXED
000210       ACCESS MODE  IS DYNAMIC
000220       RECORD KEY   IS 天引キー
000230       FILE STATUS  IS 天引マスタ状態.
000240 DATA  DIVISION.
000250 FILE  SECTION.
000260 FD  天引マスタファイル.
000270 01  天引マスタレコード.
000280     02  天引キー.
000290         03  天引従業員番号  PIC  9(004).
000300         03  天引区分        PIC  X(001).
000310             88  貸付返済天引    VALUE "1".
000320             88  社内預金天引    VALUE "2".
000330         03  天引対象番号    PIC  9(005).
000340     02  天引金額            PIC  9(008).
000350     02  天引開始年月        PIC  9(006).
000360     02  天引終了年月        PIC  9(006).
000370     02  天引登録日時        PIC  X(014).
000380 WORKING-STORAGE  SECTION.
000390 01  天引マスタ状態          PIC  X(02).
000400     88  天引マスタ正常      VALUE "00" "05".
000410 01  処理区分                PIC  9(01).
000420 01  終了区分                PIC  9(01)  VALUE 0.
000430     88  保守終了            VALUE 9.
000440 01  一覧終了フラグ          PIC  X(01).
000450     88  一覧終了            VALUE "Y".
000460 01  現在日時.
000470     02  現在日時１４        PIC  X(14).
000480     02  FILLER              PIC  X(07).
000490*
000500 PROCEDURE  DIVISION.
000510     OPEN I-O 天引マスタファイル.
000520     PERFORM 保守メニュー処理 UNTIL 保守終了.
000530     CLOSE 天引マスタファイル.
000540     STOP RUN.
000550*
000560 保守メニュー処理.
000570     DISPLAY "給与天引マスタ保守".
000580     DISPLAY "1:登録・変更 2:削除 3:一覧 9:終了".
000590     ACCEPT 処理区分 FROM CONSOLE.
000600     EVALUATE 処理区分
000610       WHEN 1
000620         PERFORM 登録変更処理
000630       WHEN 2
000640         PERFORM 削除処理
000650       WHEN 3
000660         PERFORM 一覧処理
000670       WHEN 9
000680         MOVE 9 TO 終了区分
000690     END-EVALUATE.
000700*
000710 登録変更処理.
000720     PERFORM キー入力.
000730     IF NOT 貸付返済天引 AND NOT 社内預金天引
000740       DISPLAY "天引区分に誤りがあります"
000750       EXIT PARAGRAPH
000760     END-IF.
000770     READ 天引マスタファイル
000780       INVALID KEY
000790         PERFORM 項目入力
000800         WRITE 天引マスタレコード
000810         DISPLAY "登録しました"
000820       NOT INVALID KEY
000830         PERFORM 項目入力
000840         REWRITE 天引マスタレコード
000850         DISPLAY "変更しました"
000860     END-READ.
000870*
000880 キー入力.
000890     DISPLAY "従業員番号を入力してください".
000900     ACCEPT 天引従業員番号 FROM CONSOLE.
000910     DISPLAY "天引区分 1:貸付返済 2:社内預金".
000920     ACCEPT 天引区分 FROM CONSOLE.
000930     IF 貸付返済天引
000940       DISPLAY "貸付番号を入力してください"
000950     ELSE
000960       DISPLAY "貯金番号を入力してください"
000970     END-IF.
000980     ACCEPT 天引対象番号 FROM CONSOLE.
000990*
001000 項目入力.
001010     DISPLAY "月額の天引額を入力してください".
001020     ACCEPT 天引金額 FROM CONSOLE.
001030     DISPLAY "開始年月を入力してください(YYYYMM)".
001040     ACCEPT 天引開始年月 FROM CONSOLE.
001050     DISPLAY "終了年月を入力(YYYYMM 0:期限なし)".
001060     ACCEPT 天引終了年月 FROM CONSOLE.
001070     MOVE FUNCTION CURRENT-DATE TO 現在日時.
001080     MOVE 現在日時１４ TO 天引登録日時.
001090*
001100 削除処理.
001110     PERFORM キー入力.
001120     READ 天引マスタファイル
001130       INVALID KEY
001140         DISPLAY "登録がありません"
001150       NOT INVALID KEY
001160         DELETE 天引マスタファイル
001170         DISPLAY "削除しました"
001180     END-READ.
001190*
001200 一覧処理.
001210     MOVE "N" TO 一覧終了フラグ.
001220     MOVE LOW-VALUE TO 天引キー.
001230     START 天引マスタファイル
001240           KEY > 天引キー
001250       INVALID KEY
001260         SET 一覧終了 TO TRUE
001270     END-START.
001280     PERFORM 一覧明細 UNTIL 一覧終了.
001290*
001300 一覧明細.
001310     READ 天引マスタファイル NEXT RECORD
001320       AT END
001330         SET 一覧終了 TO TRUE
001340       NOT AT END
001350         DISPLAY 天引従業員番号 " "
001360                 天引区分 " "
001370                 天引対象番号 " "
001380                 天引金額 " "
001390                 天引開始年月 "-"
001400                 天引終了年月
001410     END-READ.
