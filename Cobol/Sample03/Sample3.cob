003140       ACCESS MODE       IS RANDOM
003150       RECORD KEY        IS 得意先コード
003160                            OF 得意先マスタレコード.
003170     SELECT OPTIONAL 営業担当者マスタ ASSIGN TO "EIGYOM"
003175       FILE STATUS       IS 担当者マスタの状態
003180       ORGANIZATION      IS INDEXED
003185       ACCESS MODE       IS RANDOM
003190       RECORD KEY        IS 担当コード.
003200*
003300 DATA DIVISION.
003400  FILE SECTION.
004140      02  得意先名            PIC  N(20).
004150      02  得意先住所          PIC  N(20).
004160      02  支払条件            PIC  X(02).
004170      02  得意先担当コード    PIC  X(04).
004180   FD  営業担当者マスタ.
004185   01  営業担当者レコード.
004190      COPY  EIGYOM OF COPYLIB.
004200*
004300  WORKING-STORAGE SECTION.
004400   77  ���i�̐��v               PIC 9(04)  VALUE 0.
006120       88  得意先マスタの正常              VALUE "00".
006130       88  得意先コードがない              VALUE "23" "35".
006140   77  入力得意先コード         PIC X(04).
006150   77  担当者マスタの状態       PIC XX.
006155       88  担当者マスタの正常    VALUE "00" "05".
006160   77  入力担当コード           PIC X(04).
006165   77  変更担当コード           PIC X(04).
006170   77  担当者確認結果           PIC X(01).
006175       88  担当者確認済                    VALUE "Y".
006200   77  �����̌���               PIC XX.
006300       88  �`�[���͂��I������              VALUE "99".
006400       88  �G���[����                      VALUE "77".
026662       INVALID KEY
026664         CONTINUE
026666     END-READ.
026667     MOVE 得意先担当コード TO 入力担当コード.
026668     CLOSE 得意先マスタ.
026670     IF 得意先コードがない
026672       DISPLAY "得意先コードに誤りがあります"
026674       GO TO ��ʂ�\������Q
026676     END-IF.
026678     PERFORM 営業担当者を確認する.
026680     IF NOT 担当者確認済
026682       GO TO ��ʂ�\������Q
026684     END-IF.
026700     PERFORM WITH TEST BEFORE UNTIL ���i�̐� > 5
026800       IF ���i�R�[�h OF DENPYO01(���i�̐�) = SPACE
026900         THEN SUBTRACT 1 FROM ���i�̐�
030300       MOVE ��   OF �N���� TO �� OF ���ヌ�R�[�h
030310       MOVE 入力得意先コード
030320         TO 得意先コード OF ���ヌ�R�[�h
030322       MOVE 入力担当コード
030324         TO 営業担当コード OF ���ヌ�R�[�h
030330*　売上時点の原価を原価金額として残す（未設定は０）。
030340       IF 原価 OF
030345            ���i�}�X�^���R�[�h NOT NUMERIC
030350         MOVE 0 TO 原価 OF
030355            ���i�}�X�^���R�[�h
030360       END-IF
030370       COMPUTE 原価金額 OF ���ヌ�R�[�h =
030380            ���� OF DENPYO01(���i�̐�) *
030390            原価 OF ���i�}�X�^���R�[�h
030400       WRITE ���ヌ�R�[�h
030500*
030600       ADD  1        TO ���i�̐�
034500  �`�[���͏I��.
034600     EXIT.
034700
034800*
034900*============================================================
035000*
035100  営業担当者を確認する  SECTION.
035200*　営業担当者は得意先マスタの担当を初期値とし，操作者が別の
035300*　担当コードを入力すれば置き換える。担当コードは営業担当者
035400*　マスタで検証し，未登録なら伝票の再入力を求める。
035500      MOVE "N" TO 担当者確認結果.
035600      DISPLAY "担当コード（空白は得意先の担当："
035700              入力担当コード "）".
035800      ACCEPT 変更担当コード FROM CONSOLE.
035900      IF 変更担当コード NOT = SPACE
036000        MOVE 変更担当コード TO 入力担当コード
036100      END-IF.
036200      IF 入力担当コード = SPACE
036300        SET 担当者確認済 TO TRUE
036400        GO TO 営業担当者確認終了
036500      END-IF.
036600      OPEN INPUT 営業担当者マスタ.
036700      IF NOT 担当者マスタの正常
036800        DISPLAY "営業担当者マスタが開けません"
036900        CLOSE 営業担当者マスタ
037000        GO TO 営業担当者確認終了
037100      END-IF.
037200      MOVE 入力担当コード TO 担当コード.
037300      READ 営業担当者マスタ
037400        INVALID KEY
037500          DISPLAY "営業担当コードに誤りがあります"
037600        NOT INVALID KEY
037700          SET 担当者確認済 TO TRUE
037800      END-READ.
037900      CLOSE 営業担当者マスタ.
038000*
038100  営業担当者確認終了.
038200      EXIT.
