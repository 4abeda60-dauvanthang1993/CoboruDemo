007000 01 リンク取引金額        PIC S9(09) COMP-5.
007100 01 リンク貯金額          PIC S9(09) COMP-5.
007200 01 リンクエラー番号      PIC 9(04) COMP-5.
007220 01 リンク担当者ＩＤ      PIC X(08) VALUE "W_RENKEI".
007240 01 リンク現金区分        PIC X(01) VALUE "0".
007300 PROCEDURE DIVISION.
007400 反映開始.
007500     DISPLAY "Web取引連携バッチ".
013700                    リンク取引金額
013800                    リンク貯金額
013900                    リンクエラー番号
013920                    リンク担当者ＩＤ
013940                    リンク現金区分
014000     ELSE
014100         CALL "K_SYUKKIN" WITH STDCALL LINKAGE
014200              USING リンク貯金番号
014300                    リンク取引金額
014400                    リンク貯金額
014500                    リンクエラー番号
014520                    リンク担当者ＩＤ
014540                    リンク現金区分
014600     END-IF.
014700     IF リンクエラー番号 = 0
014800         PERFORM 連携完了記録
