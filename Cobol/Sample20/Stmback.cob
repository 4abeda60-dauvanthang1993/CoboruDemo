000550 FD  給与台帳ファイル.
000560     COPY KYUYOREC.
000570 FD  世代ファイル.
000580 01  世代レコード            PIC  X(300).
000590 FD  世代カタログファイル.
000600 01  カタログレコード.
000610     02  カタログ日時        PIC  X(14).
000830 01  ストア件数              PIC  9(07).
000840 01  世代件数                PIC  9(07).
000850 01  不一致件数              PIC  9(07).
000860 01  ストアレコード域        PIC  X(300).
000862 01  ワーク件数              PIC  9(07).
000864 01  ワーク状態区分          PIC  X(09).
000870 01  現在日時.
