000460 01  部門マスタレコード.
000470     02  部門コード          PIC  X(004).
000480     02  部門名              PIC  N(010).
000485     02  部門事業区分        PIC  X(001).
000487     02  部門長番号          PIC  9(004).
000490 WORKING-STORAGE  SECTION.
000500 01  社員マスタ状態          PIC  X(02).
000510 01  異動履歴状態            PIC  X(02).
