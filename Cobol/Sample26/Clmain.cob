000200      CLASS ONLINE_STORE AS "*COM:STORESV1:ONLINE_STORE"
000210      CLASS ARRAY AS "*COM-ARRAY"
000220      .
000222 INPUT-OUTPUT SECTION.
000224 FILE-CONTROL.
000226     SELECT OPTIONAL 受注票連携ファイル
000227       ASSIGN TO "JUCHUREN.DAT"
000228       ORGANIZATION IS LINE SEQUENTIAL.
000230
000240 DATA DIVISION.
000242 FILE SECTION.
000244 FD  受注票連携ファイル.
000246      COPY Juchuren-Info.
000250 WORKING-STORAGE SECTION.
000260 01 appname   pic x(30) value "STORESV1.ONLINE_STORE".
000270 01 OLS_SERVICE   OBJECT REFERENCE ONLINE_STORE.
002055                                        ED-Tax   ED-TotalBill
002060                                        RETURNING ReferRet
002070         MOVE ALLquantity TO ED-ALLquantity
002075         PERFORM 受注票連携出力
002080         SET �I�[�_�[�T�� TO TRUE
002090       END-IF
002100     ELSE
002220              USING receiptNumber orderer
002230              RETURNING RET
002240       IF RET = ����I�� THEN
002245         PERFORM 取消連携出力
002250         DISPLAY 取消完了画面
002260         ACCEPT  取消完了画面
002270       ELSE
002720         MOVE historyProductNumber(SourceIdx) TO H-PRODUCT(IDXCNT)
002730         MOVE historyQuantity(SourceIdx)      TO H-QUANTITY(IDXCNT)
002740       END-IF
002750     END-PERFORM.
002760*======================================================================
002770*    確定したオーダーの明細を受注票連携ファイルへ追記する。
002780*  注文行ファイルへの連携（JUCHUREN）がこれを読んで正式注文を起こす。
002790*======================================================================
002800 受注票連携出力.
002810     OPEN EXTEND 受注票連携ファイル
002820     PERFORM 受注票連携明細 VARYING IDXCNT FROM 1 BY 1
002830                 UNTIL IDXCNT > receiptQuantity
002840     CLOSE 受注票連携ファイル.
002850*======================================================================
002860*    オーダー明細１行分の連携レコードを書き出す。
002870*======================================================================
002880 受注票連携明細.
002890     MOVE SPACE             TO sheetLink
002900     SET linkOrdered        TO TRUE
002910     MOVE receiptNumber     TO linkNumber
002920     MOVE receiptDate       TO linkDate
002930     MOVE orderer           TO linkOrderer
002940     MOVE IDXCNT            TO linkLineNo
002950     MOVE R-NUM(IDXCNT)     TO linkProduct
002960     MOVE R-QUANT(IDXCNT)   TO linkQuantity
002970     MOVE R-Price(IDXCNT)   TO linkPrice
002980     WRITE sheetLink.
002990*======================================================================
003000*    取り消したオーダーの受注番号を受注票連携ファイルへ追記し，
003010*  連携済の注文行の取消に渡す。
003020*======================================================================
003030 取消連携出力.
003040     OPEN EXTEND 受注票連携ファイル
003050     MOVE SPACE             TO sheetLink
003060     SET linkCancelled      TO TRUE
003070     MOVE receiptNumber     TO linkNumber
003080     MOVE FUNCTION CURRENT-DATE TO linkDate
003090     MOVE orderer           TO linkOrderer
003100     MOVE 0 TO linkLineNo linkQuantity linkPrice
003110     WRITE sheetLink
003120     CLOSE 受注票連携ファイル.
