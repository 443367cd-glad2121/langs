      ******************************************************************
      * ローマ字表記の点検です。地方ファイル(Regions.txt)と都道府県
      * ファイル(PrefectureRegions.txt)の各行について、読みがな
      * （REGION-KANA-NAME・KANA-NAME）からヘボン式のローマ字を
      * 組み立て、同じ行の英字名（REGION-ENGLISH-NAME・
      * ENGLISH-NAME）と突き合わせて食い違いを一覧します。
      * 英字名は長音記号を付けない表記を標準とし、おう・おお・
      * うう（とうきょう→Tokyo、おおさか→Osaka）は1字にまとめ、
      * ん は常に n、っ は次の子音を重ね（っち は tch）ます。大文字
      * と小文字の違いは問いません。あわせて、読みがなに
      * ひらがな以外の文字（カタカナ・長音符・英数字・途中の空白
      * など）が入っている行と、英字名に長音記号付きの文字など
      * ASCII以外の文字が入っている行も挙げます。食い違いは
      * 例外ファイル(RomanizationExceptions.txt)へ書き出し、1件でも
      * あればRETURN-CODE=4を返します。VALIDATEステップの一部と
      * して呼び出されます。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-ROMANIZATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT REGIONS-FILE
           ASSIGN TO "../data/Regions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGIONS-STATUS.
         SELECT PREFECTURES-FILE
           ASSIGN TO "../data/PrefectureRegions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PREFECTURES-STATUS.
         SELECT EXCEPTIONS-FILE
           ASSIGN TO "../data/RomanizationExceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 地方ファイル
       FD  REGIONS-FILE.
       01  REGION-RECORD.
         03  RG-REGION-CODE            PIC X(2).
         03  RG-NAME                   PIC N(5).
         03  RG-ENGLISH-NAME           PIC X(20).
         03  RG-KANA-NAME              PIC N(10).
         03  RG-COUNTRY-CODE           PIC X(2).
      * 都道府県ファイル
       FD  PREFECTURES-FILE.
       01  PREFECTURE-RECORD.
         03  PF-PREFECTURE-CODE        PIC X(2).
         03  PF-NAME                   PIC N(5).
         03  PF-REGION-CODE            PIC X(2).
         03  PF-POPULATION             PIC 9(8).
         03  PF-AREA-SQKM              PIC 9(5)V99.
         03  PF-ENGLISH-NAME           PIC X(20).
         03  PF-CAPITAL-NAME           PIC N(5).
         03  PF-KANA-NAME              PIC N(10).
      * ローマ字表記の食い違いを記録する例外ファイル。ファイル区分
      * はR=地方 P=都道府県です。
       FD  EXCEPTIONS-FILE.
       01  EXCEPTION-RECORD.
         03  EX-FILE-KIND              PIC X(1).
         03  EX-CODE                   PIC X(2).
         03  EX-ENGLISH-NAME           PIC X(20).
         03  EX-KANA-NAME              PIC N(10).
         03  EX-DERIVED-NAME           PIC X(30).
         03  EX-REASON                 PIC X(30).

       WORKING-STORAGE SECTION.
       01  REGIONS-STATUS              PIC X(2).
         88  REGIONS-STATUS-OK         VALUE "00".
       01  PREFECTURES-STATUS          PIC X(2).
         88  PREFECTURES-STATUS-OK     VALUE "00".
       01  EXCEPTIONS-STATUS           PIC X(2).

      * ひらがなとヘボン式のローマ字の対応表。1件は、ひらがな
      * 1字（UTF-8の3バイト）・ローマ字（3バイトまで）・区分の
      * 7バイトです。区分はY=拗音の小さいゃゅょ Q=促音の小さいっ
      * 空白=それ以外です。この表に無い文字は、ひらがな以外として
      * 扱います。
       01  KANA-TABLE-VALUES.
         03  FILLER PIC X(35) VALUE
             "あa   いi   うu   えe   おo   ".
         03  FILLER PIC X(35) VALUE
             "かka  きki  くku  けke  こko  ".
         03  FILLER PIC X(35) VALUE
             "がga  ぎgi  ぐgu  げge  ごgo  ".
         03  FILLER PIC X(35) VALUE
             "さsa  しshi すsu  せse  そso  ".
         03  FILLER PIC X(35) VALUE
             "ざza  じji  ずzu  ぜze  ぞzo  ".
         03  FILLER PIC X(35) VALUE
             "たta  ちchi つtsu てte  とto  ".
         03  FILLER PIC X(35) VALUE
             "だda  ぢji  づzu  でde  どdo  ".
         03  FILLER PIC X(35) VALUE
             "なna  にni  ぬnu  ねne  のno  ".
         03  FILLER PIC X(35) VALUE
             "はha  ひhi  ふfu  へhe  ほho  ".
         03  FILLER PIC X(35) VALUE
             "ばba  びbi  ぶbu  べbe  ぼbo  ".
         03  FILLER PIC X(35) VALUE
             "ぱpa  ぴpi  ぷpu  ぺpe  ぽpo  ".
         03  FILLER PIC X(35) VALUE
             "まma  みmi  むmu  めme  もmo  ".
         03  FILLER PIC X(35) VALUE
             "やya  ゆyu  よyo  らra  りri  ".
         03  FILLER PIC X(35) VALUE
             "るru  れre  ろro  わwa  ゐi   ".
         03  FILLER PIC X(35) VALUE
             "ゑe   をo   んn   ゔvu  ぁa   ".
         03  FILLER PIC X(35) VALUE
             "ぃi   ぅu   ぇe   ぉo   ゎwa  ".
         03  FILLER PIC X(28) VALUE
             "ゃya Yゅyu Yょyo Yっ   Q".
       01  KANA-TABLE REDEFINES KANA-TABLE-VALUES.
         03  KANA-ENTRY                OCCURS 84 INDEXED BY KX.
             05  KT-KANA               PIC X(3).
             05  KT-ROMAJI             PIC X(3).
             05  KT-KIND               PIC X(1).
               88  KT-IS-SMALL-Y       VALUE "Y".
               88  KT-IS-SOKUON        VALUE "Q".

      * 点検中の1行分の項目。ファイル区分はR=地方 P=都道府県です。
       77  CURRENT-FILE-KIND           PIC X(1).
       77  CURRENT-CODE                PIC X(2).
       77  CURRENT-ENGLISH-NAME        PIC X(20).
       77  CURRENT-KANA-NAME           PIC N(10).
      * 読みがなはNの作業項目へ転記し、同じ記憶域をXとして読み
      * 替えて3バイトずつ取り出します。
       01  KANA-WORK-N                 PIC N(10).
       01  KANA-WORK-X REDEFINES KANA-WORK-N
                                       PIC X(20).
       77  KANA-LENGTH                 PIC 9(2).
       77  KANA-POSITION               PIC 9(2).
       77  ONE-KANA                    PIC X(3).
      * 組み立てたローマ字（小文字）と、その長さ。
       77  DERIVED-NAME                PIC X(30).
       77  DERIVED-LENGTH              PIC 9(2).
       77  APPEND-TEXT                 PIC X(3).
       77  APPEND-LENGTH               PIC 9(1).
      * 英字名を小文字にそろえた比較用の項目。
       77  ENGLISH-WORK                PIC X(20).
       77  BYTE-POSITION               PIC 9(2).
       77  UPPER-LETTERS               PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77  LOWER-LETTERS               PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".
      * 促音（っ）の後で、次の子音を重ねる必要があるかどうか。
       01  SOKUON-SWITCH               PIC X.
         88  SOKUON-PENDING            VALUE "Y".
      * 読みがながすべてひらがなかどうか。
       01  KANA-VALID-SWITCH           PIC X.
         88  KANA-ALL-HIRAGANA         VALUE "Y".
         88  KANA-NOT-HIRAGANA         VALUE "N".
      * 英字名がASCIIの文字だけかどうか。
       01  ENGLISH-VALID-SWITCH        PIC X.
         88  ENGLISH-IS-ASCII          VALUE "Y".
         88  ENGLISH-NOT-ASCII         VALUE "N".

      * 件数の集計。
       77  ROWS-CHECKED-COUNT          PIC 9(3) VALUE 0.
       77  MISMATCH-COUNT              PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         MOVE 0 TO ROWS-CHECKED-COUNT.
         MOVE 0 TO MISMATCH-COUNT.
         OPEN INPUT REGIONS-FILE.
         IF REGIONS-STATUS NOT = "00"
           THEN
             DISPLAY "CHECK-ROMANIZATION: UNABLE TO OPEN "
                 "REGIONS-FILE STATUS=" REGIONS-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT PROGRAM;
         END-IF.
         OPEN INPUT PREFECTURES-FILE.
         IF PREFECTURES-STATUS NOT = "00"
           THEN
             DISPLAY "CHECK-ROMANIZATION: UNABLE TO OPEN "
                 "PREFECTURES-FILE STATUS=" PREFECTURES-STATUS;
             CLOSE REGIONS-FILE;
             MOVE 8 TO RETURN-CODE;
             EXIT PROGRAM;
         END-IF.
         OPEN OUTPUT EXCEPTIONS-FILE.
         PERFORM UNTIL NOT REGIONS-STATUS-OK
           READ REGIONS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF REGION-RECORD(1:2) = "T9"
                 THEN
                   CONTINUE;
                 ELSE
                   MOVE "R" TO CURRENT-FILE-KIND;
                   MOVE RG-REGION-CODE TO CURRENT-CODE;
                   MOVE RG-ENGLISH-NAME TO CURRENT-ENGLISH-NAME;
                   MOVE RG-KANA-NAME TO CURRENT-KANA-NAME;
                   PERFORM CHECK-ONE-NAME;
               END-IF
           END-READ
         END-PERFORM.
         PERFORM UNTIL NOT PREFECTURES-STATUS-OK
           READ PREFECTURES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF PREFECTURE-RECORD(1:2) = "T9"
                 THEN
                   CONTINUE;
                 ELSE
                   MOVE "P" TO CURRENT-FILE-KIND;
                   MOVE PF-PREFECTURE-CODE TO CURRENT-CODE;
                   MOVE PF-ENGLISH-NAME TO CURRENT-ENGLISH-NAME;
                   MOVE PF-KANA-NAME TO CURRENT-KANA-NAME;
                   PERFORM CHECK-ONE-NAME;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE REGIONS-FILE.
         CLOSE PREFECTURES-FILE.
         CLOSE EXCEPTIONS-FILE.
         DISPLAY "CHECK-ROMANIZATION: CHECKED=" ROWS-CHECKED-COUNT
             " MISMATCHES=" MISMATCH-COUNT.
         IF MISMATCH-COUNT > 0
           THEN
             MOVE 4 TO RETURN-CODE;
         END-IF.
       CHECK-ROMANIZATION-EXIT.
         EXIT PROGRAM.

      ******************************************************************
      * 1行分の英字名と読みがなを点検します。読みがなが空白か
      * ひらがな以外を含むとき、英字名がASCII以外の文字を含む
      * ときは、その旨だけを記録して突き合わせはしません。
      * 1行につき記録する食い違いは1件までです。
      ******************************************************************
       CHECK-ONE-NAME SECTION.
         ADD 1 TO ROWS-CHECKED-COUNT.
         MOVE SPACES TO DERIVED-NAME.
         MOVE CURRENT-KANA-NAME TO KANA-WORK-N.
         MOVE 0 TO KANA-LENGTH.
         INSPECT KANA-WORK-X TALLYING KANA-LENGTH
             FOR CHARACTERS BEFORE INITIAL SPACE.
         IF KANA-LENGTH = 0
           THEN
             MOVE "KANA NAME BLANK" TO EX-REASON;
             PERFORM WRITE-ROMANIZATION-EXCEPTION;
             EXIT SECTION;
         END-IF.
         PERFORM DERIVE-ROMANIZATION.
         IF KANA-NOT-HIRAGANA
           THEN
             MOVE SPACES TO DERIVED-NAME;
             MOVE "KANA NOT ALL HIRAGANA" TO EX-REASON;
             PERFORM WRITE-ROMANIZATION-EXCEPTION;
             EXIT SECTION;
         END-IF.
         PERFORM CHECK-ENGLISH-CHARACTERS.
         IF ENGLISH-NOT-ASCII
           THEN
             MOVE "ENGLISH NAME NOT PLAIN ASCII" TO EX-REASON;
             PERFORM WRITE-ROMANIZATION-EXCEPTION;
             EXIT SECTION;
         END-IF.
         MOVE CURRENT-ENGLISH-NAME TO ENGLISH-WORK.
         INSPECT ENGLISH-WORK CONVERTING UPPER-LETTERS
             TO LOWER-LETTERS.
         IF ENGLISH-WORK NOT = DERIVED-NAME
           THEN
             MOVE "ENGLISH NAME DIFFERS FROM KANA" TO EX-REASON;
             PERFORM WRITE-ROMANIZATION-EXCEPTION;
         END-IF.
       CHECK-ONE-NAME-EXIT.
         EXIT.

      ******************************************************************
      * 英字名に、長音記号付きの文字などASCII以外のバイト（7Fより
      * 大きいもの）が入っていないかを調べます。
      ******************************************************************
       CHECK-ENGLISH-CHARACTERS SECTION.
         SET ENGLISH-IS-ASCII TO TRUE.
         PERFORM VARYING BYTE-POSITION FROM 1 BY 1
             UNTIL BYTE-POSITION > 20
           IF CURRENT-ENGLISH-NAME(BYTE-POSITION:1) > X"7E"
             THEN
               SET ENGLISH-NOT-ASCII TO TRUE;
           END-IF
         END-PERFORM.
       CHECK-ENGLISH-CHARACTERS-EXIT.
         EXIT.

      ******************************************************************
      * 読みがな（KANA-WORK-Xの先頭KANA-LENGTHバイト）から、ヘボン式
      * のローマ字を小文字でDERIVED-NAMEへ組み立てます。表に無い
      * 文字や途中の空白があれば、KANA-NOT-HIRAGANAにします。
      ******************************************************************
       DERIVE-ROMANIZATION SECTION.
         MOVE SPACES TO DERIVED-NAME.
         MOVE 0 TO DERIVED-LENGTH.
         MOVE "N" TO SOKUON-SWITCH.
         SET KANA-ALL-HIRAGANA TO TRUE.
         IF KANA-LENGTH < 20
           THEN
             IF KANA-WORK-X(KANA-LENGTH + 1:20 - KANA-LENGTH)
                 NOT = SPACES
               THEN
                 SET KANA-NOT-HIRAGANA TO TRUE;
                 EXIT SECTION;
             END-IF
         END-IF.
         PERFORM VARYING KANA-POSITION FROM 1 BY 3
             UNTIL KANA-POSITION > KANA-LENGTH OR KANA-NOT-HIRAGANA
           PERFORM ROMANIZE-ONE-KANA
         END-PERFORM.
       DERIVE-ROMANIZATION-EXIT.
         EXIT.

      ******************************************************************
      * KANA-POSITIONの1字を対応表で引き、ローマ字を継ぎ足します。
      ******************************************************************
       ROMANIZE-ONE-KANA SECTION.
         IF KANA-POSITION + 2 > KANA-LENGTH
           THEN
             SET KANA-NOT-HIRAGANA TO TRUE;
             EXIT SECTION;
         END-IF.
         MOVE KANA-WORK-X(KANA-POSITION:3) TO ONE-KANA.
         SET KX TO 1.
         SEARCH KANA-ENTRY
           AT END
             SET KANA-NOT-HIRAGANA TO TRUE;
           WHEN KT-KANA(KX) = ONE-KANA
             CONTINUE;
         END-SEARCH.
         IF KANA-NOT-HIRAGANA
           THEN
             EXIT SECTION;
         END-IF.
         EVALUATE TRUE
           WHEN KT-IS-SOKUON(KX)
             MOVE "Y" TO SOKUON-SWITCH
           WHEN KT-IS-SMALL-Y(KX)
             PERFORM APPEND-CONTRACTED-SOUND
           WHEN OTHER
             PERFORM APPEND-SYLLABLE
         END-EVALUATE.
       ROMANIZE-ONE-KANA-EXIT.
         EXIT.

      ******************************************************************
      * ふつうの1字のローマ字を継ぎ足します。長音（直前がoの
      * う・お、直前がuのう）は書きません。促音の後では、次の
      * 子音を重ねます（ch の前は t）。
      ******************************************************************
       APPEND-SYLLABLE SECTION.
         IF DERIVED-LENGTH > 0
           THEN
             IF KT-ROMAJI(KX) = "u"
                 AND (DERIVED-NAME(DERIVED-LENGTH:1) = "o"
                     OR DERIVED-NAME(DERIVED-LENGTH:1) = "u")
               THEN
                 EXIT SECTION;
             END-IF;
             IF KT-ROMAJI(KX) = "o"
                 AND DERIVED-NAME(DERIVED-LENGTH:1) = "o"
               THEN
                 EXIT SECTION;
             END-IF
         END-IF.
         IF SOKUON-PENDING
           THEN
             MOVE "N" TO SOKUON-SWITCH;
             MOVE SPACES TO APPEND-TEXT;
             IF KT-ROMAJI(KX)(1:2) = "ch"
               THEN
                 MOVE "t" TO APPEND-TEXT;
               ELSE
                 MOVE KT-ROMAJI(KX)(1:1) TO APPEND-TEXT;
             END-IF;
             MOVE 1 TO APPEND-LENGTH;
             PERFORM APPEND-TO-DERIVED;
         END-IF.
         MOVE KT-ROMAJI(KX) TO APPEND-TEXT.
         MOVE 0 TO APPEND-LENGTH.
         INSPECT APPEND-TEXT TALLYING APPEND-LENGTH
             FOR CHARACTERS BEFORE INITIAL SPACE.
         PERFORM APPEND-TO-DERIVED.
       APPEND-SYLLABLE-EXIT.
         EXIT.

      ******************************************************************
      * 拗音（小さいゃゅょ）を直前の字と合わせます。直前のiを
      * 落とし、shi・chi・ji の後では母音だけを、それ以外では
      * ya・yu・yo を継ぎ足します（しゃ→sha きょ→kyo）。
      ******************************************************************
       APPEND-CONTRACTED-SOUND SECTION.
         MOVE KT-ROMAJI(KX) TO APPEND-TEXT.
         MOVE 2 TO APPEND-LENGTH.
         IF DERIVED-LENGTH > 1
           THEN
             IF DERIVED-NAME(DERIVED-LENGTH:1) = "i"
               THEN
                 MOVE SPACE TO DERIVED-NAME(DERIVED-LENGTH:1);
                 SUBTRACT 1 FROM DERIVED-LENGTH;
                 IF DERIVED-NAME(DERIVED-LENGTH:1) = "j"
                   THEN
                     MOVE KT-ROMAJI(KX)(2:1) TO APPEND-TEXT;
                     MOVE 1 TO APPEND-LENGTH;
                 END-IF;
                 IF DERIVED-LENGTH > 1
                   THEN
                     IF DERIVED-NAME(DERIVED-LENGTH - 1:2) = "sh"
                         OR DERIVED-NAME(DERIVED-LENGTH - 1:2) = "ch"
                       THEN
                         MOVE KT-ROMAJI(KX)(2:1) TO APPEND-TEXT;
                         MOVE 1 TO APPEND-LENGTH;
                     END-IF
                 END-IF
             END-IF
         END-IF.
         PERFORM APPEND-TO-DERIVED.
       APPEND-CONTRACTED-SOUND-EXIT.
         EXIT.

      ******************************************************************
      * APPEND-TEXTの先頭APPEND-LENGTHバイトをDERIVED-NAMEの後ろへ
      * 継ぎ足します。入りきらない分は捨てます。
      ******************************************************************
       APPEND-TO-DERIVED SECTION.
         IF APPEND-LENGTH > 0
             AND DERIVED-LENGTH + APPEND-LENGTH <= 30
           THEN
             MOVE APPEND-TEXT(1:APPEND-LENGTH)
                 TO DERIVED-NAME(DERIVED-LENGTH + 1:APPEND-LENGTH);
             ADD APPEND-LENGTH TO DERIVED-LENGTH;
         END-IF.
       APPEND-TO-DERIVED-EXIT.
         EXIT.

      ******************************************************************
      * 食い違い1件を表示し、例外ファイルへ書き出します。組み立てた
      * ローマ字は先頭を大文字にして載せます。
      ******************************************************************
       WRITE-ROMANIZATION-EXCEPTION SECTION.
         ADD 1 TO MISMATCH-COUNT.
         MOVE CURRENT-FILE-KIND TO EX-FILE-KIND.
         MOVE CURRENT-CODE TO EX-CODE.
         MOVE CURRENT-ENGLISH-NAME TO EX-ENGLISH-NAME.
         MOVE CURRENT-KANA-NAME TO EX-KANA-NAME.
         MOVE DERIVED-NAME TO EX-DERIVED-NAME.
         INSPECT EX-DERIVED-NAME(1:1) CONVERTING LOWER-LETTERS
             TO UPPER-LETTERS.
         DISPLAY "ROMANIZATION MISMATCH: " EX-FILE-KIND "-" EX-CODE
             " ENGLISH=" EX-ENGLISH-NAME
             " KANA=" EX-KANA-NAME
             " DERIVED=" EX-DERIVED-NAME
             " -- " EX-REASON.
         WRITE EXCEPTION-RECORD.
       WRITE-ROMANIZATION-EXCEPTION-EXIT.
         EXIT.

       END PROGRAM CHECK-ROMANIZATION.
