000010* Copyright 1992-2015 FUJITSU LIMITED
000020 IDENTIFICATION DIVISION.
000030  PROGRAM-ID. EIGYMNT.
000040*
000050*　営業担当者マスタ保守。営業担当者（担当コード・氏名・所属部門
000060*　・給与の従業員番号・歩合率）の登録・変更・削除・一覧を行う。
000070*　得意先マスタの担当者と売上伝票の担当者はこのマスタで検証し，
000080*　月次の歩合計算（BUAI）は歩合率と従業員番号をここから引く。
000090*
000100 ENVIRONMENT DIVISION.
000110  INPUT-OUTPUT SECTION.
000120   FILE-CONTROL.
000130     SELECT OPTIONAL 営業担当者マスタ
000140       ASSIGN TO "EIGYOM"
000150       ORGANIZATION      IS  INDEXED
000160       ACCESS MODE       IS  DYNAMIC
000170       RECORD KEY        IS  担当コード
000180       FILE STATUS       IS  担当者マスタの状態.
000190*
000200 DATA DIVISION.
000210  FILE SECTION.
000220  FD  営業担当者マスタ.
000230  01  営業担当者レコード.
000240      COPY  EIGYOM OF COPYLIB.
000250*
000260  WORKING-STORAGE SECTION.
000270   77  担当者マスタの状態      PIC  XX.
000280       88  担当者マスタ正常    VALUE "00" "05".
000290   77  処理区分                PIC  9(01).
000300   77  終了区分                PIC  9(01)  VALUE 0.
000310       88  保守終了            VALUE 9.
000320   77  一覧終了フラグ          PIC  X(01).
000330       88  一覧終了            VALUE "Y".
000340*
000350 PROCEDURE DIVISION.
000360     DISPLAY "営業担当者マスタ保守".
000370     OPEN I-O 営業担当者マスタ.
000380     PERFORM 保守メニュー処理 UNTIL 保守終了.
000390     CLOSE 営業担当者マスタ.
000400     STOP RUN.
000410*
000420  保守メニュー処理.
000430     DISPLAY "1:登録・変更 2:削除 3:一覧 9:終了".
000440     ACCEPT 処理区分 FROM CONSOLE.
000450     EVALUATE 処理区分
000460       WHEN 1
000470         PERFORM 登録変更処理
000480       WHEN 2
000490         PERFORM 削除処理
000500       WHEN 3
000510         PERFORM 一覧処理
000520       WHEN 9
000530         MOVE 9 TO 終了区分
000540     END-EVALUATE.
000550*
000560  登録変更処理.
000570     DISPLAY "担当コードを入力してください".
000580     ACCEPT 担当コード FROM CONSOLE.
000590     IF 担当コード = SPACE
000600       DISPLAY "担当コードに空白は使えません"
000610       EXIT PARAGRAPH
000620     END-IF.
000630     READ 営業担当者マスタ
000640       INVALID KEY
000650         PERFORM 項目入力
000660         WRITE 営業担当者レコード
000670         DISPLAY "登録しました"
000680       NOT INVALID KEY
000690         PERFORM 項目入力
000700         REWRITE 営業担当者レコード
000710         DISPLAY "変更しました"
000720     END-READ.
000730*
000740  項目入力.
000750     DISPLAY "担当者名を入力してください".
000760     ACCEPT 担当者名 FROM CONSOLE.
000770     DISPLAY "所属部門コードを入力してください".
000780     ACCEPT 担当部門コード FROM CONSOLE.
000790     DISPLAY "給与の従業員番号を入力"
000800             "(引継なしは0)".
000810     ACCEPT 担当従業員番号 FROM CONSOLE.
000820     DISPLAY "歩合率を入力(％ 例 0350=3.50％)".
000830     ACCEPT 歩合率 FROM CONSOLE.
000840*
000850*　削除した担当者の過去の売上は，歩合計算で担当者未登録として
000860*　報告される。
000870*
000880  削除処理.
000890     DISPLAY "担当コードを入力してください".
000900     ACCEPT 担当コード FROM CONSOLE.
000910     READ 営業担当者マスタ
000920       INVALID KEY
000930         DISPLAY "担当コードが存在しません"
000940       NOT INVALID KEY
000950         DELETE 営業担当者マスタ
000960         DISPLAY "削除しました"
000970     END-READ.
000980*
000990  一覧処理.
001000     MOVE "N" TO 一覧終了フラグ.
001010     MOVE LOW-VALUE TO 担当コード.
001020     START 営業担当者マスタ KEY > 担当コード
001030       INVALID KEY
001040         SET 一覧終了 TO TRUE
001050     END-START.
001060     PERFORM 一覧明細 UNTIL 一覧終了.
001070*
001080  一覧明細.
001090     READ 営業担当者マスタ NEXT RECORD
001100       AT END
001110         SET 一覧終了 TO TRUE
001120       NOT AT END
001130         DISPLAY 担当コード " " 担当者名
001140                 " " 担当部門コード
001150                 " " 担当従業員番号
001160                 " " 歩合率
001170     END-READ.
