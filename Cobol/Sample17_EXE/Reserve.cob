026256*
026257*　　各回について予約データの重複チェックを行い、既に同一の会議室
026258*　・予約日・時間帯の予約が存在する場合は、その回だけ生成をスキッ
026259*　プする（他の回の生成は継続する）。組合せ会議室の全体・構成室
026260*　の確定予約と重なる回も同様にスキップする。
026261*　　部門別予約枠を超える回は生成せず、承認待ち（保留）として予約
026262*　履歴へ記録し、承認ワークフローへ回す。
026263*
026265*　Ｚ入力：予約データ (TYPE �\�񃊃X�g)　－　初回分の会議室名・
026266*　　　　　　　　　　　　　　　　　　　　　　　予約日・時間帯・予約者名
026267*　　　　　繰返し回数 (PIC 9(02) BINARY)　－　生成する週数（初回を含む）
026268*　　　　　部門コード (PIC X(04))　－　申込部門（予約枠の判定に用いる）
026269*　Ｚ出力：生成件数 (PIC 9(02) BINARY)　－　実際に生成できた件数
026270*========================================================================
026271 METHOD-ID.  予約データの繰返し生成.
026272 DATA            DIVISION.
026273 WORKING-STORAGE SECTION.
026274  01  繰返しカウンタ                  PIC 9(02) BINARY.
026275  01  組合せ結果                      PIC 9(01).
026276  01  枠結果                          PIC 9(01).
026277  01  起算日数                        PIC 9(08).
026278  01  対象日数                        PIC 9(08).
026279  01  作業用予約データ                TYPE �\�񃊃X�g.
026280  01  重複予約オブジェクト            OBJECT REFERENCE �\����N���X.
026281  01  新規予約オブジェクト            OBJECT REFERENCE SELF.
026282 LINKAGE         SECTION.
026283  01  �k�|予約データ                   TYPE �\�񃊃X�g.
026284  01  �k�|繰返し回数                   PIC 9(02) BINARY.
026285  01  �k�|部門コード                   PIC X(04).
026286  01  �k�|生成件数                     PIC 9(02) BINARY.
026287 PROCEDURE       DIVISION
026288                    USING             �k�|予約データ
026289                                      �k�|繰返し回数
026290                                      �k�|部門コード
026291                    RETURNING         �k�|生成件数.
026292*
026293     MOVE  0                        TO  �k�|生成件数
026294     MOVE  �\��� OF �k�|予約データ  TO  起算日数
026295     COMPUTE 起算日数 = FUNCTION INTEGER-OF-DATE(起算日数)
026296     MOVE  1                        TO  繰返しカウンタ
026297 PERFORM TEST BEFORE UNTIL 繰返しカウンタ > �k�|繰返し回数
026298       MOVE  �k�|予約データ            TO  作業用予約データ
026299       COMPUTE 対象日数 = FUNCTION DATE-OF-INTEGER(起算日数 +
026300                            (繰返しカウンタ - 1) * 7)
026301       MOVE  対象日数                  TO  �\��� OF 作業用予約データ
026302       INVOKE  SELF                   "予約データの重複チェック"
026303                                      USING            作業用予約データ
026304                                      RETURNING        重複予約オブジェクト
026305       CALL "組合せ重複チェック" USING
026306            BY CONTENT ��c���� OF 作業用予約データ
026307            BY CONTENT �\��� OF 作業用予約データ
026308            BY CONTENT ���Ԙg OF 作業用予約データ
026309            BY REFERENCE 組合せ結果
026310       IF  重複予約オブジェクト = NULL
026311       AND 組合せ結果 = 0 THEN
026312         CALL "予約枠チェック" USING
026313              BY CONTENT ��c���� OF 作業用予約データ
026314              BY CONTENT �\��� OF 作業用予約データ
026315              BY CONTENT ���Ԙg OF 作業用予約データ
026316              BY CONTENT �k�|部門コード
026317              BY REFERENCE 枠結果
026318         IF  枠結果 = 0 THEN
026319           INVOKE  SELF               "予約データの生成"
026320                                      USING            作業用予約データ
026321                                      RETURNING        新規予約オブジェクト
026322           ADD  1                     TO  �k�|生成件数
026323         ELSE
026324           CALL "枠超過保留記録" USING
026325                BY CONTENT ��c���� OF 作業用予約データ
026326                BY CONTENT �\��� OF 作業用予約データ
026327                BY CONTENT ���Ԙg OF 作業用予約データ
026328                BY CONTENT �k�|部門コード
026329         END-IF
026330       END-IF
026331       ADD  1                         TO  繰返しカウンタ
026332 END-PERFORM
026333 END METHOD 予約データの繰返し生成.
026334*
026335*========================================================================
026336*　予約データの取消メソッド
026337*
026338*　　指定された予約オブジェクトを予約リストオブジェクトから取り除き、
026339*　取消履歴リストオブジェクトへ移す。予約データの削除メソッドと違い、
026340*　取り消した予約の内容は履歴として残すため、呼び出し後に予約状況の
026341*　取消履歴を参照することができる。
026342*
026343*　Ｚ入力：予約オブジェクト (OBJECT REFERENCE �\����N���X)
026344*　Ｚ出力：なし
026345*========================================================================
026346 METHOD-ID.  予約データの取消.
026347 DATA            DIVISION.
026348 WORKING-STORAGE SECTION.
026349  01  本日日付                      PIC 9(8) BINARY.
026350 LINKAGE         SECTION.
026351  01  �k�|予約オブジェクト            OBJECT REFERENCE �\����N���X.
026352 PROCEDURE       DIVISION
026353                    USING             �k�|予約オブジェクト.
026354*
026355     IF  取消履歴リストオブジェクト = NULL THEN
026356       SET  取消履歴リストオブジェクト  TO  List :: "NEW"
026357     END-IF
026358*
026359     INVOKE  取消履歴リストオブジェクト "Element-PutLast"
026360                                      USING BY CONTENT �k�|予約オブジェクト
026361     COMPUTE 取消履歴データ数 = 取消履歴データ数 + 1
026362     MOVE    FUNCTION CURRENT-DATE(1:8) TO  本日日付
026363     INVOKE  �k�|予約オブジェクト                     "取消日の設定"
026364                                      USING BY CONTENT 本日日付
026365*
026366     INVOKE  SELF                     "予約データの削除"
026367                                      USING            �k�|予約オブジェクト
026368 END METHOD 予約データの取消.
026369*========================================================================
026370*　取消履歴データ数の参照メソッド
026371*
026372*　　取り消されて履歴に残っている予約の件数を取得する。
026373*
026374*　Ｚ入力：なし
026375*　Ｚ出力：取消履歴データ数 (PIC 9(8) BINARY)
026376*========================================================================
026377 METHOD-ID.  取消履歴データ数の参照.
026378 DATA            DIVISION.
026379 WORKING-STORAGE SECTION.
026380 LINKAGE         SECTION.
026381  01  �k�|取消履歴データ数            PIC 9(8) BINARY.
026382 PROCEDURE       DIVISION
026383                    RETURNING         �k�|取消履歴データ数.
026384     MOVE  取消履歴データ数           TO  �k�|取消履歴データ数
026385 END METHOD 取消履歴データ数の参照.
026386*========================================================================
026387*　取消履歴リストオブジェクトの参照メソッド
026388*
026389*　　取消履歴リストオブジェクトを取得する。予約データが一度も取り消さ
026390*　れていない場合はNULLを返す。
026391*
026392*　Ｚ入力：なし
026393*　Ｚ出力：取消履歴リストオブジェクト (OBJECT REFERENCE List)
026394*========================================================================
026395 METHOD-ID.  取消履歴リストオブジェクトの参照.
026396 DATA            DIVISION.
026397 WORKING-STORAGE SECTION.
026398 LINKAGE         SECTION.
026399  01  �k�|取消履歴リストオブジェクト   OBJECT REFERENCE List.
026400 PROCEDURE       DIVISION
026401                    RETURNING         �k�|取消履歴リストオブジェクト.
026402     SET  �k�|取消履歴リストオブジェクト TO 取消履歴リストオブジェクト
026403 END METHOD 取消履歴リストオブジェクトの参照.
026404*========================================================================
026405*　取消履歴の整理メソッド
026406*
026407*　　取消履歴リストオブジェクトのうち、取消日が
026408*　指定された保持期限（本日からの日数）を過ぎている
026409*　モノを取消履歴から完全に削除する。日々の予約検索が
026410*　遅くならないよう、夜間のハウスキーパナで定期的に呼び
026411*　出すことを想定している。
026412*
026413*　ｺ入力、保持日数 (PIC 9(3) BINARY) 　-　保持する日数
026414*　ｺ出力、削除件数 (PIC 9(8) BINARY) 　-　実際に削除した件数
026415*========================================================================
026416 METHOD-ID.  取消履歴の整理.
026417 DATA            DIVISION.
026418 WORKING-STORAGE SECTION.
026419  01  整理用イテレータ          OBJECT REFERENCE ��X�g�C�e���[�^.
026420  01  整理用結果オブジェクト        OBJECT REFERENCE.
026421  01  整理用予約オブジェクト            OBJECT REFERENCE �\����N���X.
026422  01  整理後履歴リストオブジェクト  OBJECT REFERENCE List.
026423  01  整理後件数                  PIC 9(8) BINARY.
026424  01  基準日数                    PIC 9(8).
026425  01  本日日数                      PIC 9(8).
026426  01  対象取消日                  PIC 9(8) BINARY.
026427 LINKAGE         SECTION.
026428  01  �k�|保持日数                      PIC 9(3) BINARY.
026429  01  �k�|削除件数                    PIC 9(8) BINARY.
026430 PROCEDURE       DIVISION
026431                    USING             �k�|保持日数
026432                    RETURNING         �k�|削除件数.
026433*
026434     MOVE    0                        TO  �k�|削除件数
026435                                           整理後件数
026436     IF  取消履歴リストオブジェクト = NULL THEN
026437       EXIT METHOD
026438     END-IF
026439*
026440     MOVE    FUNCTION CURRENT-DATE(1:8) TO  本日日数
026441     COMPUTE 基準日数 = FUNCTION INTEGER-OF-DATE(本日日数)
026442                                    - �k�|保持日数
026443     SET  整理後履歴リストオブジェクト         TO  List :: "NEW"
026444*
026445     INVOKE  ��X�g�C�e���[�^         "�C�e���[�^����"
026446                                      USING BY CONTENT 取消履歴リストオブジェクト
026447                                      RETURNING        整理用イテレータ
026448     INVOKE  整理用イテレータ          "�擪�v�f�ݒ�"
026449 PERFORM TEST BEFORE
026450      UNTIL 整理用イテレータ :: "�v�f�m�F" = ZOFF
026451       INVOKE  整理用イテレータ        "���݂̗v�f�擾"
026452                                      RETURNING        整理用結果オブジェクト
026453       SET    整理用予約オブジェクト            TO  整理用結果オブジェクト AS �\����N���X
026454       INVOKE  整理用予約オブジェクト            "取消日の参照"
026455                                      RETURNING        対象取消日
026456       IF  FUNCTION INTEGER-OF-DATE(対象取消日) < 基準日数 THEN
026457         ADD  1                       TO  �k�|削除件数
026458       ELSE
026459         INVOKE  整理後履歴リストオブジェクト "Element-PutLast"
026460                                      USING BY CONTENT 整理用予約オブジェクト
026461         ADD  1                       TO  整理後件数
026462       END-IF
026463       INVOKE  整理用イテレータ          "��v�f�ݒ�"
026464 END-PERFORM
026465     SET  整理用イテレータ  TO  NULL
026466*
026467     SET  取消履歴リストオブジェクト  TO  整理後履歴リストオブジェクト
026468     MOVE 整理後件数    TO  取消履歴データ数
026469 END METHOD 取消履歴の整理.
026470 END FACTORY.
026471*
026500 OBJECT.
026600 DATA DIVISION.
026700 BASED-STORAGE   SECTION.
