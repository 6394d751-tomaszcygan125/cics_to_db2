       IDENTIFICATION DIVISION.
       PROGRAM-ID. WYDAJR.
      * MIESIECZNY RAPORT WYDAJNOSCI I BLEDOW OPERATOROW DLA
      * KIEROWNIKOW (SZKOLENIA, ROCZNA OCENA PRACOWNIKOW) - DOTAD
      * LICZONE RECZNIE Z WYDRUKOW AUDITR. Z DZIENNIKA AUDYTU
      * FUSER (ARCHIWUM ARCHAUD + KLASTER FAUDIT, JAK W AUDITR)
      * PER OPERATOR I PER TERMINAL:
      *   NOWE    = WPISY 'W' (NOWA OSOBA W USERP)
      *   KOREKTY = WPISY 'R' (POPRAWKA REKORDU W FUSER)
      *   WLASNE  = KOREKTY WLASNEGO WPISU TEGO SAMEGO DNIA
      *   ODRZUC / DUBLE / AUDYT = WPISY Z OKRESU, KTORE WYLADOWALY
      *            W ODRZUCONE, DUPLIKATY ALBO NA RAPORTACH
      *            PESELAUD / KODAUDB
      * PLUS STOPA BLEDOW (ODRZUC+DUBLE+AUDYT NA 100 NOWYCH),
      * RANKING WG LICZBY NOWYCH WPISOW I SUMA DZIALU. OKRES Z PARM
      * 'YYYYMMDDYYYYMMDD' (OD-DO), DOMYSLNIE POPRZEDNI MIESIAC.
      * WYJATEK PRZYPISUJEMY AUTOROWI WPISU 'W' TEGO PESELA W
      * KLASTRZE FAUDIT (KLUCZ PESEL+TS) - WPISY JUZ PRZENIESIONE
      * DO ARCHIWUM LICZA SIE DO NOWYCH I KOREKT, ALE NIE DO
      * BLEDOW. RAPORTY PESELAUD I KODAUDB IDA NA DD5 KONKATENOWANE,
      * LINIE BEZ 'PESEL=' NA POZYCJI 16 (NAGLOWKI, SUMY) SA
      * POMIJANE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDYT ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AU-KLUCZ
           FILE STATUS IS AUDYT-STATUS.
           SELECT ARCHIWUM ASSIGN TO DD2
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARCHIWUM-STATUS.
           SELECT ODRZUCONE ASSIGN TO DD3
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ODRZUCONE-STATUS.
           SELECT DUPLIKATY ASSIGN TO DD4
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS DUPLIKATY-STATUS.
           SELECT WYJATKI ASSIGN TO DD5
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WYJATKI-STATUS.
           SELECT RAPORT ASSIGN TO DD6
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RAPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AUDYT
           DATA RECORD IS FS-AUDYT
           RECORD CONTAINS 368 CHARACTERS.
       01 FS-AUDYT.
           05 AU-KLUCZ.
              10 AU-PESEL PIC X(11).
              10 AU-TS PIC X(26).
      * W = NOWY WPIS (WRITE), R = KOREKTA (REWRITE)
           05 AU-TYP PIC X.
           05 AU-TERMID PIC X(4).
           05 AU-OPERATOR PIC X(8).
           05 AU-PRZED PIC X(159).
           05 AU-PO PIC X(159).
       FD ARCHIWUM
      * GENERACJE ARCHIWUM Z ARCHAUD (W JCL KONKATENOWANE ALBO
      * DUMMY) - TEN SAM UKLAD 368 BAJTOW CO KLASTER
           DATA RECORD IS FS-ARCHIWUM
           RECORD CONTAINS 368 CHARACTERS.
       01 FS-ARCHIWUM PIC X(368).
       FD ODRZUCONE
      * PLIK PODAWCZY Z DOBAZY - POTRZEBNY TYLKO PESEL
           DATA RECORD IS FS-ODRZUCONE
           RECORD CONTAINS 197 CHARACTERS.
       01 FS-ODRZUCONE.
           05 OD-PESEL PIC X(11).
           05 FILLER PIC X(186).
       FD DUPLIKATY
      * LOG DUBLI -803 Z DOBAZY - POTRZEBNY TYLKO PESEL
           DATA RECORD IS FS-DUPLIKATY
           RECORD CONTAINS 195 CHARACTERS.
       01 FS-DUPLIKATY.
           05 DU-PESEL PIC X(11).
           05 FILLER PIC X(184).
       FD WYJATKI
      * LINIE RAPORTOW PESELAUD I KODAUDB - ETYKIETA 15 ZNAKOW,
      * 'PESEL=' I PESEL, RESZTA LINII NIEISTOTNA
           DATA RECORD IS FS-WYJATEK
           RECORD CONTAINS 132 CHARACTERS.
       01 FS-WYJATEK.
           05 WJ-ETYKIETA PIC X(15).
           05 WJ-PESEL-TAG PIC X(6).
           05 WJ-PESEL PIC X(11).
           05 FILLER PIC X(100).
       FD RAPORT
           DATA RECORD IS FS-RAPORT
           RECORD CONTAINS 132 CHARACTERS.
       01 FS-RAPORT PIC X(132).
       WORKING-STORAGE SECTION.
       01 AUDYT-STATUS PIC 99.
       01 ARCHIWUM-STATUS PIC 99.
       01 ODRZUCONE-STATUS PIC 99.
       01 DUPLIKATY-STATUS PIC 99.
       01 WYJATKI-STATUS PIC 99.
       01 RAPORT-STATUS PIC 99.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-EOF-ARCH PIC X VALUE 'N'.
       01 WS-EOF-ODRZ PIC X VALUE 'N'.
       01 WS-EOF-DUPL PIC X VALUE 'N'.
       01 WS-EOF-WYJ PIC X VALUE 'N'.
       01 WS-KONIEC-PESELA PIC X VALUE 'N'.
       01 WS-ABEND-CODE PIC S9(9) COMP VALUE 0.
       01 WS-RAPORT-LINE PIC X(132).
      * OKRES RAPORTU YYYYMMDD - Z PARM ALBO POPRZEDNI MIESIAC
       01 WS-OKRES-PARM.
           05 WS-PARM-OD PIC X(8).
           05 WS-PARM-DO PIC X(8).
       01 WS-DATA-OD PIC X(8).
       01 WS-DATA-DO PIC X(8).
       01 WS-DZISIAJ PIC X(21).
       01 WS-DZIS-ROK PIC 9(4).
       01 WS-DZIS-MIES PIC 9(2).
       01 WS-OKRES-ROBOCZY.
           05 WS-OKRES-ROK PIC 9(4).
           05 WS-OKRES-MIES PIC 9(2).
           05 WS-OKRES-DZIEN PIC X(2).
      * OSTATNI WPIS 'W' BIEZACEGO PESELA - DO ROZPOZNANIA KOREKTY
      * WLASNEGO WPISU TEGO SAMEGO DNIA. DZIENNIK JEST W KOLEJNOSCI
      * PESEL+TS, WIEC 'W' PRZYCHODZI PRZED SWOIMI 'R'
       01 WS-OST-PESEL PIC X(11).
       01 WS-OST-W-OPERATOR PIC X(8).
       01 WS-OST-W-DATA PIC X(8).
      * PESEL WYJATKU I POPRZEDNI Z TEGO SAMEGO ZRODLA - PESELAUD
      * DRUKUJE DATE I PLEC TEGO SAMEGO WIERSZA JEDNA POD DRUGA,
      * A TO JEST JEDEN BLEDNY WPIS, NIE DWA
       01 WS-WYJ-PESEL PIC X(11).
       01 WS-WYJ-POPRZ PIC X(11).
      * O = ODRZUCONE, D = DUPLIKATY, A = RAPORTY AUDYTOWE
       01 WS-WYJ-ZRODLO PIC X.
       01 WS-WYJ-OPERATOR PIC X(8).
       01 WS-WYJ-TERMID PIC X(4).
       01 WS-WYJ-ZNALEZIONY PIC X.
           88 AUTOR-ZNALEZIONY VALUE 'Y'.
       01 WS-LICZNIKI.
           05 WS-READ-COUNT PIC 9(9) VALUE 0.
           05 WS-ARCH-READ-COUNT PIC 9(9) VALUE 0.
           05 WS-W-OKRESIE-COUNT PIC 9(9) VALUE 0.
           05 WS-ODRZ-READ-COUNT PIC 9(9) VALUE 0.
           05 WS-DUPL-READ-COUNT PIC 9(9) VALUE 0.
           05 WS-WYJ-READ-COUNT PIC 9(9) VALUE 0.
           05 WS-PRZYPISANE-COUNT PIC 9(9) VALUE 0.
           05 WS-NIEPRZYPISANE-COUNT PIC 9(9) VALUE 0.
      * SUMY PER OPERATOR (RODZAJ 'O') I PER TERMINAL (RODZAJ 'T')
      * W JEDNEJ TABELI - TA SAMA KONSTRUKCJA CO TABELA ODDZIALOW
      * W ODDZMB. PO ZLICZENIU SORTOWANA DO RANKINGU
       01 WS-POZYCJE.
           05 WS-POZ-COUNT PIC 9(3) VALUE 0.
           05 WS-POZYCJA OCCURS 400 TIMES.
              10 WS-POZ-RODZAJ PIC X.
              10 WS-POZ-ID PIC X(8).
              10 WS-POZ-NOWE PIC 9(9).
              10 WS-POZ-KOREKTY PIC 9(9).
              10 WS-POZ-WLASNE PIC 9(9).
              10 WS-POZ-ODRZ PIC 9(9).
              10 WS-POZ-DUPL PIC 9(9).
              10 WS-POZ-AUD PIC 9(9).
       01 WS-POZ-ROBOCZA PIC X(63).
       01 WS-POZ-AKT PIC 9(3).
       01 WS-POZ-IDX PIC 9(3).
       01 WS-POZ-IDX2 PIC 9(3).
       01 WS-POZ-NAJ PIC 9(3).
       01 WS-SZUKANY-RODZAJ PIC X.
       01 WS-SZUKANY-ID PIC X(8).
       01 WS-MIEJSCE PIC 9(3).
      * SUMA DZIALU - LICZONA Z POZYCJI OPERATOROW
       01 WS-SUMA-DZIALU.
           05 WS-SUMA-NOWE PIC 9(9) VALUE 0.
           05 WS-SUMA-KOREKTY PIC 9(9) VALUE 0.
           05 WS-SUMA-WLASNE PIC 9(9) VALUE 0.
           05 WS-SUMA-ODRZ PIC 9(9) VALUE 0.
           05 WS-SUMA-DUPL PIC 9(9) VALUE 0.
           05 WS-SUMA-AUD PIC 9(9) VALUE 0.
       01 WS-BLEDY PIC 9(9).
       01 WS-NOWE PIC 9(9).
       01 WS-STOPA PIC 9(3)V9.
      * LINIA RANKINGU - KOLUMNY POD NAGLOWKIEM WS-NAGLOWEK-TABELI
       01 WS-LINIA-TABELI.
           05 LT-MIEJSCE PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LT-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LT-NOWE PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LT-KOREKTY PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LT-WLASNE PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LT-ODRZ PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LT-DUPL PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LT-AUD PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LT-BLEDY PIC Z(8)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LT-STOPA PIC ZZ9.9.
           05 FILLER PIC X(42) VALUE SPACES.
       01 WS-NAGLOWEK-TABELI PIC X(132) VALUE
          ' LP  ID            NOWE   KOREKTY    WLASNE    ODRZUC      DU
      -    'BLE     AUDYT     BLEDY  STOPA%'.
       LINKAGE SECTION.
      * PARM Z JCL (EXEC PGM=WYDAJR,PARM='YYYYMMDDYYYYMMDD')
       01 LS-PARM.
           05 LS-PARM-LEN PIC S9(4) COMP.
           05 LS-PARM-DATA PIC X(16).
       PROCEDURE DIVISION USING LS-PARM.
       MAIN.
           PERFORM USTAL-OKRES
           PERFORM OTWORZ-PLIKI
      * NAJPIERW ARCHIWUM, POTEM KLASTER - JAK W AUDITR
           PERFORM PRZETWORZ-WPIS-ARCH UNTIL WS-EOF-ARCH = 'Y'
           MOVE SPACES TO WS-OST-PESEL
           PERFORM PRZETWORZ-WPIS UNTIL WS-EOF = 'Y'
      * WYJATKI DOPIERO PO PELNYM PRZEBIEGU DZIENNIKA - AUTORA
      * WPISU SZUKAMY W KLASTRZE PO KLUCZU
           MOVE 'O' TO WS-WYJ-ZRODLO
           MOVE SPACES TO WS-WYJ-POPRZ
           PERFORM PRZETWORZ-ODRZUCONY UNTIL WS-EOF-ODRZ = 'Y'
           MOVE 'D' TO WS-WYJ-ZRODLO
           MOVE SPACES TO WS-WYJ-POPRZ
           PERFORM PRZETWORZ-DUBEL UNTIL WS-EOF-DUPL = 'Y'
           MOVE 'A' TO WS-WYJ-ZRODLO
           MOVE SPACES TO WS-WYJ-POPRZ
           PERFORM PRZETWORZ-WYJATEK UNTIL WS-EOF-WYJ = 'Y'
           PERFORM SORTUJ-POZYCJE
           PERFORM DRUKUJ-RAPORT
           PERFORM ZAMKNIJ-PLIKI
           STOP RUN.
       USTAL-OKRES.
      * DOMYSLNIE POPRZEDNI MIESIAC KALENDARZOWY - RAPORT IDZIE NA
      * POCZATKU MIESIACA. KONIEC OKRESU JAKO DZIEN 31 - POROWNANIE
      * ZNAKOWE ZE STEMPLEM I TAK OBEJMIE OSTATNI DZIEN MIESIACA
           MOVE FUNCTION CURRENT-DATE TO WS-DZISIAJ
           MOVE WS-DZISIAJ(1:4) TO WS-DZIS-ROK
           MOVE WS-DZISIAJ(5:2) TO WS-DZIS-MIES
           IF WS-DZIS-MIES = 1
              COMPUTE WS-OKRES-ROK = WS-DZIS-ROK - 1
              MOVE 12 TO WS-OKRES-MIES
           ELSE
              MOVE WS-DZIS-ROK TO WS-OKRES-ROK
              COMPUTE WS-OKRES-MIES = WS-DZIS-MIES - 1
           END-IF
           MOVE '01' TO WS-OKRES-DZIEN
           MOVE WS-OKRES-ROBOCZY TO WS-DATA-OD
           MOVE '31' TO WS-OKRES-DZIEN
           MOVE WS-OKRES-ROBOCZY TO WS-DATA-DO
           MOVE SPACES TO WS-OKRES-PARM
           IF LS-PARM-LEN = 16
              MOVE LS-PARM-DATA TO WS-OKRES-PARM
              IF WS-PARM-OD IS NUMERIC AND WS-PARM-DO IS NUMERIC
                 AND WS-PARM-OD <= WS-PARM-DO
                 MOVE WS-PARM-OD TO WS-DATA-OD
                 MOVE WS-PARM-DO TO WS-DATA-DO
              ELSE
                 DISPLAY 'BLEDNY PARM - RAPORT ZA POPRZEDNI MIESIAC'
              END-IF
           ELSE
              IF LS-PARM-LEN > 0
                 DISPLAY 'BLEDNY PARM - RAPORT ZA POPRZEDNI MIESIAC'
              END-IF
           END-IF
           EXIT.
       OTWORZ-PLIKI.
           OPEN INPUT AUDYT
           IF AUDYT-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING AUDIT FILE' SPACE
            AUDYT-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN INPUT ARCHIWUM
           IF ARCHIWUM-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING ARCHIVE FILE' SPACE
            ARCHIWUM-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN INPUT ODRZUCONE
           IF ODRZUCONE-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING SUSPENSE FILE' SPACE
            ODRZUCONE-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN INPUT DUPLIKATY
           IF DUPLIKATY-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING DUPLICATES FILE' SPACE
            DUPLIKATY-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN INPUT WYJATKI
           IF WYJATKI-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING EXCEPTION REPORTS' SPACE
            WYJATKI-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN OUTPUT RAPORT
           IF RAPORT-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING REPORT FILE' SPACE
            RAPORT-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       ABEND-PGM-PARA.
           CALL 'ABENDPGM' USING WS-ABEND-CODE
           GOBACK.
       ZAMKNIJ-PLIKI.
           CLOSE AUDYT
           CLOSE ARCHIWUM
           CLOSE ODRZUCONE
           CLOSE DUPLIKATY
           CLOSE WYJATKI
           CLOSE RAPORT
           EXIT.
       PRZETWORZ-WPIS-ARCH.
           READ ARCHIWUM NEXT RECORD INTO FS-AUDYT
           AT END
              MOVE 'Y' TO WS-EOF-ARCH
           NOT AT END
              ADD 1 TO WS-ARCH-READ-COUNT
              PERFORM ZLICZ-WPIS
           END-READ
           IF ARCHIWUM-STATUS = 0 OR ARCHIWUM-STATUS = 10
              THEN CONTINUE
           ELSE
            DISPLAY 'BLAD ODCZYTU ARCHIWUM' SPACE ARCHIWUM-STATUS
            PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       PRZETWORZ-WPIS.
           READ AUDYT NEXT RECORD
           AT END
              MOVE 'Y' TO WS-EOF
           NOT AT END
              ADD 1 TO WS-READ-COUNT
              PERFORM ZLICZ-WPIS
           END-READ
           IF AUDYT-STATUS = 0 OR AUDYT-STATUS = 10 THEN CONTINUE
           ELSE
            DISPLAY 'BLAD ODCZYTU DZIENNIKA' SPACE AUDYT-STATUS
            PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       ZLICZ-WPIS.
           IF AU-PESEL NOT = WS-OST-PESEL
              MOVE AU-PESEL TO WS-OST-PESEL
              MOVE SPACES TO WS-OST-W-OPERATOR
              MOVE SPACES TO WS-OST-W-DATA
           END-IF
           IF AU-TYP = 'W'
              MOVE AU-OPERATOR TO WS-OST-W-OPERATOR
              MOVE AU-TS(1:8) TO WS-OST-W-DATA
           END-IF
           IF AU-TS(1:8) >= WS-DATA-OD AND AU-TS(1:8) <= WS-DATA-DO
              ADD 1 TO WS-W-OKRESIE-COUNT
              MOVE 'O' TO WS-SZUKANY-RODZAJ
              MOVE AU-OPERATOR TO WS-SZUKANY-ID
              PERFORM DOSUMUJ-WPIS
              MOVE 'T' TO WS-SZUKANY-RODZAJ
              MOVE SPACES TO WS-SZUKANY-ID
              MOVE AU-TERMID TO WS-SZUKANY-ID
              PERFORM DOSUMUJ-WPIS
           END-IF
           EXIT.
       DOSUMUJ-WPIS.
           PERFORM ZNAJDZ-POZYCJE
           EVALUATE AU-TYP
           WHEN 'W'
              ADD 1 TO WS-POZ-NOWE(WS-POZ-AKT)
           WHEN 'R'
              ADD 1 TO WS-POZ-KOREKTY(WS-POZ-AKT)
              IF AU-OPERATOR = WS-OST-W-OPERATOR
                 AND AU-TS(1:8) = WS-OST-W-DATA
                 ADD 1 TO WS-POZ-WLASNE(WS-POZ-AKT)
              END-IF
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           EXIT.
       ZNAJDZ-POZYCJE.
           MOVE 0 TO WS-POZ-AKT
           PERFORM SZUKAJ-POZYCJI
            VARYING WS-POZ-IDX FROM 1 BY 1
            UNTIL WS-POZ-IDX > WS-POZ-COUNT
           IF WS-POZ-AKT = 0
              IF WS-POZ-COUNT >= 400
                 DISPLAY 'ZA DUZO OPERATOROW/TERMINALI W RAPORCIE'
                 PERFORM ABEND-PGM-PARA
              END-IF
              ADD 1 TO WS-POZ-COUNT
              MOVE WS-POZ-COUNT TO WS-POZ-AKT
              MOVE WS-SZUKANY-RODZAJ TO WS-POZ-RODZAJ(WS-POZ-AKT)
              MOVE WS-SZUKANY-ID TO WS-POZ-ID(WS-POZ-AKT)
              MOVE 0 TO WS-POZ-NOWE(WS-POZ-AKT)
              MOVE 0 TO WS-POZ-KOREKTY(WS-POZ-AKT)
              MOVE 0 TO WS-POZ-WLASNE(WS-POZ-AKT)
              MOVE 0 TO WS-POZ-ODRZ(WS-POZ-AKT)
              MOVE 0 TO WS-POZ-DUPL(WS-POZ-AKT)
              MOVE 0 TO WS-POZ-AUD(WS-POZ-AKT)
           END-IF
           EXIT.
       SZUKAJ-POZYCJI.
           IF WS-POZ-RODZAJ(WS-POZ-IDX) = WS-SZUKANY-RODZAJ
              AND WS-POZ-ID(WS-POZ-IDX) = WS-SZUKANY-ID
              MOVE WS-POZ-IDX TO WS-POZ-AKT
           END-IF
           EXIT.
       PRZETWORZ-ODRZUCONY.
           READ ODRZUCONE
           AT END
              MOVE 'Y' TO WS-EOF-ODRZ
           NOT AT END
              ADD 1 TO WS-ODRZ-READ-COUNT
              MOVE OD-PESEL TO WS-WYJ-PESEL
              PERFORM PRZYPISZ-WYJATEK
           END-READ
           IF ODRZUCONE-STATUS = 0 OR ODRZUCONE-STATUS = 10
              THEN CONTINUE
           ELSE
            DISPLAY 'BLAD ODCZYTU PLIKU PODAWCZEGO' SPACE
             ODRZUCONE-STATUS
            PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       PRZETWORZ-DUBEL.
           READ DUPLIKATY
           AT END
              MOVE 'Y' TO WS-EOF-DUPL
           NOT AT END
              ADD 1 TO WS-DUPL-READ-COUNT
              MOVE DU-PESEL TO WS-WYJ-PESEL
              PERFORM PRZYPISZ-WYJATEK
           END-READ
           IF DUPLIKATY-STATUS = 0 OR DUPLIKATY-STATUS = 10
              THEN CONTINUE
           ELSE
            DISPLAY 'BLAD ODCZYTU PLIKU DUPLIKATOW' SPACE
             DUPLIKATY-STATUS
            PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       PRZETWORZ-WYJATEK.
           READ WYJATKI
           AT END
              MOVE 'Y' TO WS-EOF-WYJ
           NOT AT END
              IF WJ-PESEL-TAG = 'PESEL='
                 ADD 1 TO WS-WYJ-READ-COUNT
                 MOVE WJ-PESEL TO WS-WYJ-PESEL
                 PERFORM PRZYPISZ-WYJATEK
              END-IF
           END-READ
           IF WYJATKI-STATUS = 0 OR WYJATKI-STATUS = 10
              THEN CONTINUE
           ELSE
            DISPLAY 'BLAD ODCZYTU RAPORTOW WYJATKOW' SPACE
             WYJATKI-STATUS
            PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       PRZYPISZ-WYJATEK.
      * TEN SAM PESEL ZARAZ PO SOBIE Z TEGO SAMEGO ZRODLA LICZY
      * SIE RAZ
           IF WS-WYJ-PESEL NOT = WS-WYJ-POPRZ
              MOVE WS-WYJ-PESEL TO WS-WYJ-POPRZ
              PERFORM SZUKAJ-AUTORA
              IF AUTOR-ZNALEZIONY
                 ADD 1 TO WS-PRZYPISANE-COUNT
                 MOVE 'O' TO WS-SZUKANY-RODZAJ
                 MOVE WS-WYJ-OPERATOR TO WS-SZUKANY-ID
                 PERFORM DOSUMUJ-WYJATEK
                 MOVE 'T' TO WS-SZUKANY-RODZAJ
                 MOVE SPACES TO WS-SZUKANY-ID
                 MOVE WS-WYJ-TERMID TO WS-SZUKANY-ID
                 PERFORM DOSUMUJ-WYJATEK
              ELSE
                 ADD 1 TO WS-NIEPRZYPISANE-COUNT
              END-IF
           END-IF
           EXIT.
       SZUKAJ-AUTORA.
      * WPIS 'W' TEGO PESELA ZE STEMPLEM W OKRESIE RAPORTU - START
      * NA PESELU Z NAJMNIEJSZYM STEMPLEM I CZYTANIE DOPOKI PESEL
      * SIE NIE ZMIENI
           MOVE 'N' TO WS-WYJ-ZNALEZIONY
           MOVE 'N' TO WS-KONIEC-PESELA
           MOVE WS-WYJ-PESEL TO AU-PESEL
           MOVE LOW-VALUES TO AU-TS
           START AUDYT KEY IS NOT LESS THAN AU-KLUCZ
           INVALID KEY
              MOVE 'Y' TO WS-KONIEC-PESELA
           NOT INVALID KEY
              CONTINUE
           END-START
           IF AUDYT-STATUS = 0 OR AUDYT-STATUS = 23
              THEN CONTINUE
           ELSE
           DISPLAY 'BLAD START DZIENNIKA' SPACE AUDYT-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           PERFORM CZYTAJ-WPIS-AUTORA UNTIL WS-KONIEC-PESELA = 'Y'
           EXIT.
       CZYTAJ-WPIS-AUTORA.
           READ AUDYT NEXT RECORD
           AT END
              MOVE 'Y' TO WS-KONIEC-PESELA
           NOT AT END
              IF AU-PESEL NOT = WS-WYJ-PESEL
                 MOVE 'Y' TO WS-KONIEC-PESELA
              ELSE
                 IF AU-TYP = 'W'
                    AND AU-TS(1:8) >= WS-DATA-OD
                    AND AU-TS(1:8) <= WS-DATA-DO
                    MOVE 'Y' TO WS-WYJ-ZNALEZIONY
                    MOVE AU-OPERATOR TO WS-WYJ-OPERATOR
                    MOVE AU-TERMID TO WS-WYJ-TERMID
                    MOVE 'Y' TO WS-KONIEC-PESELA
                 END-IF
              END-IF
           END-READ
           IF AUDYT-STATUS = 0 OR AUDYT-STATUS = 10 THEN CONTINUE
           ELSE
            DISPLAY 'BLAD ODCZYTU DZIENNIKA' SPACE AUDYT-STATUS
            PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       DOSUMUJ-WYJATEK.
           PERFORM ZNAJDZ-POZYCJE
           EVALUATE WS-WYJ-ZRODLO
           WHEN 'O'
              ADD 1 TO WS-POZ-ODRZ(WS-POZ-AKT)
           WHEN 'D'
              ADD 1 TO WS-POZ-DUPL(WS-POZ-AKT)
           WHEN OTHER
              ADD 1 TO WS-POZ-AUD(WS-POZ-AKT)
           END-EVALUATE
           EXIT.
       SORTUJ-POZYCJE.
      * SORTOWANIE PRZEZ WYBIERANIE - NAJPIERW OPERATORZY, POTEM
      * TERMINALE, W KAZDEJ GRUPIE MALEJACO WG NOWYCH WPISOW.
      * POZYCJI JEST KILKADZIESIAT, WIECEJ NIE TRZEBA
           PERFORM WYBIERZ-NAJLEPSZA
            VARYING WS-POZ-IDX FROM 1 BY 1
            UNTIL WS-POZ-IDX >= WS-POZ-COUNT
           EXIT.
       WYBIERZ-NAJLEPSZA.
           MOVE WS-POZ-IDX TO WS-POZ-NAJ
           PERFORM POROWNAJ-POZYCJE
            VARYING WS-POZ-IDX2 FROM WS-POZ-IDX BY 1
            UNTIL WS-POZ-IDX2 > WS-POZ-COUNT
           IF WS-POZ-NAJ NOT = WS-POZ-IDX
              MOVE WS-POZYCJA(WS-POZ-IDX) TO WS-POZ-ROBOCZA
              MOVE WS-POZYCJA(WS-POZ-NAJ) TO WS-POZYCJA(WS-POZ-IDX)
              MOVE WS-POZ-ROBOCZA TO WS-POZYCJA(WS-POZ-NAJ)
           END-IF
           EXIT.
       POROWNAJ-POZYCJE.
           IF WS-POZ-RODZAJ(WS-POZ-IDX2) < WS-POZ-RODZAJ(WS-POZ-NAJ)
              MOVE WS-POZ-IDX2 TO WS-POZ-NAJ
           ELSE
              IF WS-POZ-RODZAJ(WS-POZ-IDX2) =
                 WS-POZ-RODZAJ(WS-POZ-NAJ)
                 AND WS-POZ-NOWE(WS-POZ-IDX2) >
                 WS-POZ-NOWE(WS-POZ-NAJ)
                 MOVE WS-POZ-IDX2 TO WS-POZ-NAJ
              END-IF
           END-IF
           EXIT.
       DRUKUJ-RAPORT.
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'WYDAJR - WYDAJNOSC I BLEDY OPERATOROW OD '
            DELIMITED BY SIZE
            WS-DATA-OD DELIMITED BY SIZE
            ' DO ' DELIMITED BY SIZE
            WS-DATA-DO DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE 'RANKING OPERATOROW WG NOWYCH WPISOW'
            TO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           WRITE FS-RAPORT FROM WS-NAGLOWEK-TABELI
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE 0 TO WS-MIEJSCE
           PERFORM DRUKUJ-OPERATORA
            VARYING WS-POZ-IDX FROM 1 BY 1
            UNTIL WS-POZ-IDX > WS-POZ-COUNT
           PERFORM DRUKUJ-SUME-DZIALU
           MOVE SPACES TO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE 'RANKING TERMINALI WG NOWYCH WPISOW'
            TO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           WRITE FS-RAPORT FROM WS-NAGLOWEK-TABELI
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE 0 TO WS-MIEJSCE
           PERFORM DRUKUJ-TERMINAL
            VARYING WS-POZ-IDX FROM 1 BY 1
            UNTIL WS-POZ-IDX > WS-POZ-COUNT
           PERFORM DRUKUJ-PODSUMOWANIE
           EXIT.
       DRUKUJ-OPERATORA.
           IF WS-POZ-RODZAJ(WS-POZ-IDX) = 'O'
              ADD 1 TO WS-MIEJSCE
              ADD WS-POZ-NOWE(WS-POZ-IDX) TO WS-SUMA-NOWE
              ADD WS-POZ-KOREKTY(WS-POZ-IDX) TO WS-SUMA-KOREKTY
              ADD WS-POZ-WLASNE(WS-POZ-IDX) TO WS-SUMA-WLASNE
              ADD WS-POZ-ODRZ(WS-POZ-IDX) TO WS-SUMA-ODRZ
              ADD WS-POZ-DUPL(WS-POZ-IDX) TO WS-SUMA-DUPL
              ADD WS-POZ-AUD(WS-POZ-IDX) TO WS-SUMA-AUD
              PERFORM DRUKUJ-POZYCJE
           END-IF
           EXIT.
       DRUKUJ-TERMINAL.
           IF WS-POZ-RODZAJ(WS-POZ-IDX) = 'T'
              ADD 1 TO WS-MIEJSCE
              PERFORM DRUKUJ-POZYCJE
           END-IF
           EXIT.
       DRUKUJ-POZYCJE.
           MOVE WS-MIEJSCE TO LT-MIEJSCE
           MOVE WS-POZ-ID(WS-POZ-IDX) TO LT-ID
           MOVE WS-POZ-NOWE(WS-POZ-IDX) TO LT-NOWE
           MOVE WS-POZ-KOREKTY(WS-POZ-IDX) TO LT-KOREKTY
           MOVE WS-POZ-WLASNE(WS-POZ-IDX) TO LT-WLASNE
           MOVE WS-POZ-ODRZ(WS-POZ-IDX) TO LT-ODRZ
           MOVE WS-POZ-DUPL(WS-POZ-IDX) TO LT-DUPL
           MOVE WS-POZ-AUD(WS-POZ-IDX) TO LT-AUD
           MOVE WS-POZ-NOWE(WS-POZ-IDX) TO WS-NOWE
           COMPUTE WS-BLEDY = WS-POZ-ODRZ(WS-POZ-IDX)
            + WS-POZ-DUPL(WS-POZ-IDX) + WS-POZ-AUD(WS-POZ-IDX)
           PERFORM POLICZ-STOPE
           WRITE FS-RAPORT FROM WS-LINIA-TABELI
           PERFORM SPRAWDZ-STATUS-RAPORTU
           EXIT.
       POLICZ-STOPE.
      * BLEDY NA 100 NOWYCH WPISOW; BEZ NOWYCH WPISOW STOPA ZERO
           MOVE WS-BLEDY TO LT-BLEDY
           MOVE 0 TO WS-STOPA
           IF WS-NOWE > 0
              COMPUTE WS-STOPA ROUNDED =
               WS-BLEDY * 100 / WS-NOWE
               ON SIZE ERROR MOVE 999.9 TO WS-STOPA
              END-COMPUTE
           END-IF
           MOVE WS-STOPA TO LT-STOPA
           EXIT.
       DRUKUJ-SUME-DZIALU.
           MOVE SPACES TO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE 0 TO LT-MIEJSCE
           MOVE 'DZIAL' TO LT-ID
           MOVE WS-SUMA-NOWE TO LT-NOWE
           MOVE WS-SUMA-NOWE TO WS-NOWE
           MOVE WS-SUMA-KOREKTY TO LT-KOREKTY
           MOVE WS-SUMA-WLASNE TO LT-WLASNE
           MOVE WS-SUMA-ODRZ TO LT-ODRZ
           MOVE WS-SUMA-DUPL TO LT-DUPL
           MOVE WS-SUMA-AUD TO LT-AUD
           COMPUTE WS-BLEDY = WS-SUMA-ODRZ + WS-SUMA-DUPL
            + WS-SUMA-AUD
           PERFORM POLICZ-STOPE
           WRITE FS-RAPORT FROM WS-LINIA-TABELI
           PERFORM SPRAWDZ-STATUS-RAPORTU
           EXIT.
       DRUKUJ-PODSUMOWANIE.
           MOVE SPACES TO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'WPISY DZIENNIKA PRZECZYTANE: ' DELIMITED
            BY SIZE WS-READ-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'WPISY Z ARCHIWUM           : ' DELIMITED
            BY SIZE WS-ARCH-READ-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'WPISY W OKRESIE RAPORTU    : ' DELIMITED
            BY SIZE WS-W-OKRESIE-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'REKORDY ODRZUCONE          : ' DELIMITED
            BY SIZE WS-ODRZ-READ-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'REKORDY DUPLIKATOW         : ' DELIMITED
            BY SIZE WS-DUPL-READ-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'LINIE PESELAUD/KODAUDB     : ' DELIMITED
            BY SIZE WS-WYJ-READ-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'WYJATKI PRZYPISANE         : ' DELIMITED
            BY SIZE WS-PRZYPISANE-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'WYJATKI SPOZA OKRESU       : ' DELIMITED
            BY SIZE WS-NIEPRZYPISANE-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           EXIT.
       SPRAWDZ-STATUS-RAPORTU.
           IF RAPORT-STATUS NOT = 0
              DISPLAY 'BLAD ZAPISU DO RAPORTU' SPACE RAPORT-STATUS
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
