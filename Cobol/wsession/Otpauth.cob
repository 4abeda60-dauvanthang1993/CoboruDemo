000100*=================================================================
000200* 「セション管理機能を使用するWebアプリケーション」
000300*
000400*  ファイル名： Otpauth.cob
000500*  機能概要  ： ログインの第二段。認証（AUTH）がパスワードを
000600*               照合して第二認証のコードを要求したあと，コード
000700*               入力画面（Otp.html）から呼ばれる。コードが一致
000800*               すればセションを開始して取引画面を出す。一致
000900*               しなければセションを開始しない。コードの失敗は
001000*               第二認証確認が認証ロックの失敗回数へ加え，認証
001100*               監査ログへ残す。
001120*               取引画面には住所・電話番号の変更申請（W_CHGREQ）
001140*               の審査状況も示す。
001200*
001300* Copyright 2000-2015 FUJITSU LIMITED
001400*=================================================================
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. "HttpExtensionProc".
001700 ENVIRONMENT DIVISION.
001800  CONFIGURATION SECTION.
001900   REPOSITORY.
002000     CLASS �Z�V�����I�u�W�F�N�g.
002100 DATA DIVISION.
002200 WORKING-STORAGE SECTION.
002300     COPY COBW3.
002400*
002500 01 セションＯＢＪ                OBJECT REFERENCE.
002600 01 USERID                        PIC X(32).
002700 01 第二認証コード                PIC X(06).
002800 01 第二認証返却値                PIC 9(09) COMP-5.
002900 01 RETURNVALUE                   PIC 9(09) COMP-5.
003000 01 HTMLFILENAME                  PIC X(40).
003100 01 PATHSIZE                      PIC 9(05).
003200 01 PATHLAST                      PIC 9(05).
003300 01 DSP-MONEY                     PIC \\,\\\,\\\,\\\,\\\,\\9.
003400 01 残高                          PIC 9(16).
003420 01 変更申請状況区分              PIC X(01).
003440 01 変更申請状況理由              PIC X(40).
003500*
003600 LINKAGE SECTION.
003700     COPY ISAPICTX.
003800*
003900 PROCEDURE DIVISION WITH STDCALL LINKAGE USING ISAPI-CTX-CNT.
004000*
004100 OTPAUTH-START.
004200*
004300     MOVE LOW-VALUE TO COBW3.
004400     MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
004500     CALL "COBW3_INIT" USING COBW3.
004600*=================================================================
004700*  ＷＥＢパラメタからユーザIDとコードを取得し，照合する。
004800*=================================================================
004900     MOVE SPACE TO USERID 第二認証コード.
005000     MOVE "ID" TO COBW3-SEARCH-DATA.
005100     CALL "COBW3_GET_VALUE_XX" USING COBW3.
005200     IF COBW3-SEARCH-FLAG-EXIST THEN
005300       MOVE COBW3-GET-DATA TO USERID
005400     END-IF.
005500     MOVE "OTP" TO COBW3-SEARCH-DATA.
005600     CALL "COBW3_GET_VALUE_XX" USING COBW3.
005700     IF COBW3-SEARCH-FLAG-EXIST THEN
005800       MOVE COBW3-GET-DATA TO 第二認証コード
005900     END-IF.
006000     CALL "第二認証確認" USING USERID 第二認証コード
006100                        RETURNING 第二認証返却値.
006200*
006300     EVALUATE 第二認証返却値
006400       *> コードが一致した場合
006500       WHEN 0
006600         PERFORM セション開始処理
006700       *> 第二認証が登録されていない場合
006800       WHEN 1
006900         MOVE "OtpUnreg.html" TO HTMLFILENAME
007000       *> 不一致・ロック・失効・要求なしの場合
007100       WHEN 3 THRU 7
007200         MOVE "OtpFail.html" TO HTMLFILENAME
007300       WHEN OTHER
007400         MOVE "SystemError.html" TO HTMLFILENAME
007500     END-EVALUATE.
007600     PERFORM 画面出力処理.
007700*
007800 終了位置.
007900*
008000     *> オブジェクト参照項目にNULLを設定する
008100     SET セションＯＢＪ TO NULL.
008200*
008300     *> ＷＥＢサブルーチン作業領域の解放
008400     CALL "COBW3_FREE" USING COBW3.
008500*
008600 OTPAUTH-END.
008700*
008800     MOVE 1 TO PROGRAM-STATUS.
008900     EXIT PROGRAM.
009000*
009100*=================================================================
009200*  セション開始処理
009300*    セションを開始し，セションデータを登録して取引画面を出す。
009400*=================================================================
009500 セション開始処理 SECTION.
009600     SET COBW3-SESSION-DATA-OBJECT TO TRUE.
009700     MOVE 180 TO COBW3-SESSION-TIMEOUT.
009800     CALL "COBW3_START_SESSION" USING COBW3.
009900     IF COBW3-STATUS NOT = 0 THEN
010000       MOVE "SystemError.html" TO HTMLFILENAME
010100       PERFORM 画面出力処理
010200       GO TO 終了位置
010300     END-IF.
010400*
010500     *> セションオブジェクトを生成する。
010600     INVOKE �Z�V�����I�u�W�F�N�g "NEW"
010700            RETURNING セションＯＢＪ.
010800     IF セションＯＢＪ = NULL THEN
010900       CALL "COBW3_END_SESSION" USING COBW3
011000       MOVE "SystemError.html" TO HTMLFILENAME
011100       PERFORM 画面出力処理
011200       GO TO 終了位置
011300     END-IF.
011400*
011500     *> セションデータの初期処理を行う
011600     INVOKE セションＯＢＪ "����������"
011700            USING USERID 残高 RETURNING RETURNVALUE.
011800     IF RETURNVALUE NOT = 0 THEN
011900       CALL "COBW3_END_SESSION" USING COBW3
012000       IF RETURNVALUE = 3 THEN
012100           MOVE "UsedError.html" TO HTMLFILENAME
012200       ELSE
012300           MOVE "SystemError.html" TO HTMLFILENAME
012400       END-IF
012500       PERFORM 画面出力処理
012600       GO TO 終了位置
012700     END-IF.
012800*
012900     *> セションデータを登録する
013000     CALL "COBW3_SET_SESSION_DATA"
013100          USING COBW3 セションＯＢＪ.
013200     IF COBW3-STATUS NOT = 0 THEN
013300         INVOKE セションＯＢＪ "�I������"
013400         CALL "COBW3_END_SESSION" USING COBW3
013500         MOVE "SystemError.html" TO HTMLFILENAME
013600     ELSE
013700         *> 結果出力用ページのデータ登録
013800         MOVE "BALANCE" TO COBW3-CNV-NAME
013900         MOVE 残高 TO DSP-MONEY
014000         MOVE DSP-MONEY TO COBW3-CNV-VALUE
014100         CALL "COBW3_SET_CNV_XX" USING COBW3
014110         *> 変更申請の審査状況を示す
014120         CALL "変更申請状況" USING USERID
014130              変更申請状況区分 変更申請状況理由
014140         MOVE "CHGSTAT" TO COBW3-CNV-NAME
014150         MOVE 変更申請状況区分 TO COBW3-CNV-VALUE
014160         CALL "COBW3_SET_CNV_XX" USING COBW3
014170         MOVE "CHGREASON" TO COBW3-CNV-NAME
014180         MOVE 変更申請状況理由 TO COBW3-CNV-VALUE
014190         CALL "COBW3_SET_CNV_XX" USING COBW3
014200         MOVE "Trade.html" TO HTMLFILENAME
014300     END-IF.
014400 セション開始処理終了.
014500     EXIT.
014600*
014700*=================================================================
014800*  画面出力処理
014900*    結果出力用ページは，アプリケーションを起動した呼出し用ページ
015000*    と同じフォルダにあるものと見なす。
015100*=================================================================
015200 画面出力処理 SECTION.
015300     MOVE SPACE TO COBW3-HTML-FILENAME.
015400     *>  物理パスの取得
015500     SET COBW3-PHYSICALPATH TO TRUE.
015600     CALL "COBW3_GET_REQUEST_INFO" USING COBW3.
015700     IF COBW3-STATUS = ZERO THEN
015800         MOVE COBW3-REQUEST-INFO-LENGTH TO PATHSIZE
015900         MOVE COBW3-REQUEST-INFO(1:PATHSIZE)
016000           TO COBW3-HTML-FILENAME
016100     END-IF.
016200     *>  フルパスファイル名の完成
016300     ADD 1 TO PATHSIZE.
016400     MOVE "\" TO COBW3-HTML-FILENAME(PATHSIZE:1).
016500     MOVE 256 TO PATHLAST.
016600     SUBTRACT PATHSIZE FROM PATHLAST.
016700     ADD 1 TO PATHSIZE.
016800     MOVE HTMLFILENAME TO COBW3-HTML-FILENAME(PATHSIZE:PATHLAST).
016900     *> HTML文書の出力
017000     CALL "COBW3_PUT_HTML" USING COBW3.
017100*
017200 画面出力処理終了.
017300     EXIT.
