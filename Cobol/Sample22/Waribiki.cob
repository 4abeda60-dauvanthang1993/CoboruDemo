001200*               単価と適用規則番号を返す。適用規則番号は注文行
001300*               に残り，価格が変わった理由を顧客へ示せる。
001400*               複数規則が該当する場合は最も安い単価を採る。
001410*               ポイント値引計算は割引後の注文金額から顧客の
001420*               利用希望ポイント（１ポイント＝１円）を差し引き，
001430*               ポイント計上（POINT）で残高から利用する。
001500*
001600* Copyright 1999-2015 FUJITSU LIMITED
001700*=================================================================
022300 規則１件判定出口.
022400     EXIT.
022500 END PROGRAM "割引価格計算".
022600*
022700*=================================================================
022800*  ポイント値引計算サブルーチン
022900*  割引規則を適用した後の注文金額に，顧客の利用希望ポイントを
023000*  注文金額と残高の範囲で値引として充てる（１ポイント＝１円）。
023100*  パラメータ：
023200*     入力１：顧客ＩＤ
023300*     入力２：注文行番号
023400*     入力３：利用希望ポイント
023500*     入出力：注文金額（入口は割引後の金額，出口は値引後の金額）
023600*     出力　：利用ポイント（利用なしは０）
023700*=================================================================
023800 IDENTIFICATION DIVISION.
023900 PROGRAM-ID. "ポイント値引計算".
024000 DATA DIVISION.
024100 WORKING-STORAGE SECTION.
024200 01  計上区分                PIC  X(01)  VALUE "4".
024300 01  計上請求番号            PIC  9(06)  VALUE 0.
024400 01  計上金額                PIC  9(11)  VALUE 0.
024500 01  計上ポイント            PIC  9(09).
024600 01  計上結果                PIC  9(01).
024700 LINKAGE SECTION.
024800 01  値引顧客ＩＤ            PIC  X(32).
024900 01  値引注文行番号          PIC  9(08).
025000 01  利用希望ポイント        PIC  9(07).
025100 01  値引注文金額            PIC  9(11).
025200 01  利用ポイント            PIC  9(07).
025300 PROCEDURE DIVISION USING 値引顧客ＩＤ
025400                          値引注文行番号
025500                          利用希望ポイント
025600                          値引注文金額
025700                          利用ポイント.
025800 値引開始.
025900     MOVE 0 TO 利用ポイント.
026000     IF 利用希望ポイント = 0
026100       EXIT PROGRAM
026200     END-IF.
026300     IF 値引注文金額 = 0
026400       EXIT PROGRAM
026500     END-IF.
026600     IF 利用希望ポイント > 値引注文金額
026700       MOVE 値引注文金額 TO 計上ポイント
026800     ELSE
026900       MOVE 利用希望ポイント TO 計上ポイント
027000     END-IF.
027100     CALL "ポイント計上" USING 計上区分
027200          値引顧客ＩＤ 値引注文行番号
027300          計上請求番号 計上金額
027400          計上ポイント 計上結果.
027500     IF 計上結果 = 0
027600       MOVE 計上ポイント TO 利用ポイント
027700       SUBTRACT 計上ポイント FROM 値引注文金額
027800     END-IF.
027900     EXIT PROGRAM.
028000 END PROGRAM "ポイント値引計算".
