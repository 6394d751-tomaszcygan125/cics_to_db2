       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTYB.
      * NOCNY PLIK LISTOW POTWIERDZAJACYCH DLA DRUKARNI (KORESPONDENCJA
      * SERYJNA). OSOBY ZAREJESTROWANE ALBO POPRAWIONE NIE DOSTAWALY
      * NIC NA PISMIE, A GDY PO TYGODNIACH NIE SZLO SWIADCZENIE,
      * PRZYCHODZILY DO ODDZIALU, ZE NIGDY ICH NIE ZAREJESTROWANO.
      * LIST DOSTAJE:
      *   R - KAZDA NOWA OSOBA Z REKORDU 'D' EKSTRAKTU DOBAZY
      *       (PRZY PARTYCJACH - EKSTRAKTU SCALONEGO PRZEZ SCALB)
      *   K - KAZDA POPRAWKA Z REKORDU 'U' EKSTRAKTU ZMIANYB
      *   U - KAZDE USUNIECIE Z REKORDU 'D' EKSTRAKTU ZMIANYB
      * WARTOSCI "PRZED" BIERZEMY Z PIERHIS - OBRAZ PRZED PIERWSZA
      * TEJ NOCY ZMIANA ZMIANYB DLA PESELA (WPISY OD STEMPLA
      * NAGLOWKA EKSTRAKTU ZMIANYB). KILKA REKORDOW TEGO SAMEGO
      * PESELA Z JEDNEJ NOCY (EKSTRAKT IDZIE PO KLUCZU FKOREK, WIEC
      * LEZA OBOK SIEBIE) DAJE JEDEN LIST Z OSTATNIEGO REKORDU -
      * POPRAWKA I USUNIECIE TEJ SAMEJ NOCY TO LIST O USUNIECIU.
      * USUNIECIA PO ZGONIE (PESEL W PLIKU USC TEJ NOCY, TYM SAMYM
      * CO CZYTA ZGONYB) LISTU NIE DOSTAJA.
      * LIST BEZ ADRESATA ALBO BEZ UZYWALNEGO ADRESU (PUSTA ULICA
      * LUB MIASTO, KOD NIE W FORMACIE NN-NNN), USUNIECIE PO ZGONIE
      * I ZMIANA BEZ WPISU W PIERHIS IDA NA LISTE WYJATKOW DLA
      * REFERENTA ZAMIAST DO DRUKU Z PUSTYM BLOKIEM ADRESU.
      * PLIK LISTOW WYCHODZI W KOLEJNOSCI EKSTRAKTOW - KROK SORT
      * W JCL PO LISTYB USTAWIA GO PO KODZIE POCZTOWYM I PESELU
      * (POZYCJE 1-17), JAK WYMAGA POCZTA POLSKA DO RABATU ZA
      * PRZESYLKI MASOWE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOWE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS NOWE-STATUS.
           SELECT ZMIANY ASSIGN TO DD2
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ZMIANY-STATUS.
           SELECT ZGONY ASSIGN TO DD3
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ZGONY-STATUS.
           SELECT LISTY ASSIGN TO DD4
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LISTY-STATUS.
           SELECT WYJATKI ASSIGN TO DD5
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WYJATKI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD NOWE
      * EKSTRAKT DOBAZY - TEN SAM UKLAD CO W DOBAZY (H/D/T)
           DATA RECORD IS FS-NOWE
           RECORD CONTAINS 134 CHARACTERS.
       01 FS-NOWE PIC X(134).
       FD ZMIANY
      * EKSTRAKT ZMIANYB - TEN SAM UKLAD CO W ZMIANYB (H/U/D/T)
           DATA RECORD IS FS-ZMIANA
           RECORD CONTAINS 134 CHARACTERS.
       01 FS-ZMIANA PIC X(134).
       FD ZGONY
      * PLIK ZGONOW Z USC - TEN SAM UKLAD CO W ZGONYB
           DATA RECORD IS FS-ZGON
           RECORD CONTAINS 71 CHARACTERS.
       01 FS-ZGON.
           05 ZG-PESEL PIC X(11).
           05 ZG-IMIE PIC X(20).
           05 ZG-NAZWISKO PIC X(20).
           05 ZG-DATA-UR PIC X(10).
           05 ZG-DATA-ZGONU PIC X(10).
       FD LISTY
      * REKORD LISTU DLA DRUKARNI: KOD POCZTOWY I PESEL NA POCZATKU
      * (KLUCZ SORTU), BLOK ADRESU, DANE PO I PRZED ZMIANA W UKLADZIE
      * OBRAZU PIERHIS (JAK W ZMIANYB I HISTR) I ZNACZNIKI 'T'/'N'
      * ZMIENIONYCH POL W KOLEJNOSCI POL OBRAZU
           DATA RECORD IS FS-LIST
           RECORD CONTAINS 400 CHARACTERS.
       01 FS-LIST.
           05 LI-KOD-POCZT PIC X(6).
           05 LI-PESEL PIC X(11).
      * R = REJESTRACJA, K = KOREKTA, U = USUNIECIE
           05 LI-RODZAJ PIC X.
           05 LI-DATA-PRZEBIEGU PIC X(8).
           05 LI-ADRESAT.
              10 LI-IMIE PIC X(20).
              10 LI-NAZWISKO PIC X(20).
              10 LI-ULICA PIC X(30).
              10 LI-MIASTO PIC X(20).
      * DANE PO ZMIANIE (R, K) I PRZED (K, U)
           05 LI-PO PIC X(122).
           05 LI-PRZED PIC X(122).
           05 LI-ZMIENIONE.
              10 LI-ZM-DATA-UR PIC X.
              10 LI-ZM-IMIE PIC X.
              10 LI-ZM-NAZWISKO PIC X.
              10 LI-ZM-ULICA PIC X.
              10 LI-ZM-MIASTO PIC X.
              10 LI-ZM-KOD-POCZT PIC X.
              10 LI-ZM-PLEC PIC X.
              10 LI-ZM-TELEFON PIC X.
           05 FILLER PIC X(32).
       FD WYJATKI
      * LISTA WYJATKOW DLA REFERENTA Z PODSUMOWANIEM NA KONCU
           DATA RECORD IS FS-WYJATEK
           RECORD CONTAINS 132 CHARACTERS.
       01 FS-WYJATEK PIC X(132).
       WORKING-STORAGE SECTION.
           EXEC SQL  INCLUDE SQLCA END-EXEC.
       01 NOWE-STATUS PIC 99.
       01 ZMIANY-STATUS PIC 99.
       01 ZGONY-STATUS PIC 99.
       01 LISTY-STATUS PIC 99.
       01 WYJATKI-STATUS PIC 99.
       01 WS-EOF-NOWYCH PIC X VALUE 'N'.
       01 WS-EOF-ZMIAN PIC X VALUE 'N'.
       01 WS-EOF-ZGONOW PIC X VALUE 'N'.
       01 WS-RAPORT-LINE PIC X(132).
       01 WS-DZISIAJ PIC X(21).
       01 WS-LICZNIKI.
           05 WS-NOWE-COUNT PIC 9(9) VALUE 0.
           05 WS-ZMIANY-COUNT PIC 9(9) VALUE 0.
           05 WS-ZASTAPIONE-COUNT PIC 9(9) VALUE 0.
           05 WS-POMINIETE-COUNT PIC 9(9) VALUE 0.
           05 WS-LISTY-R-COUNT PIC 9(9) VALUE 0.
           05 WS-LISTY-K-COUNT PIC 9(9) VALUE 0.
           05 WS-LISTY-U-COUNT PIC 9(9) VALUE 0.
           05 WS-BEZ-ADRESU-COUNT PIC 9(9) VALUE 0.
           05 WS-ZGON-COUNT PIC 9(9) VALUE 0.
           05 WS-BEZ-HISTORII-COUNT PIC 9(9) VALUE 0.
      * REKORD OSOBY Z EKSTRAKTU - TEN SAM UKLAD CO W DOBAZY/ZMIANYB
       01 WS-EKS-OSOBA.
           05 EO-TYP PIC X.
           05 EO-PESEL PIC X(11).
           05 EO-IMIE PIC X(20).
           05 EO-NAZWISKO PIC X(20).
           05 EO-DATA-UR PIC X(10).
           05 EO-ULICA PIC X(30).
           05 EO-MIASTO PIC X(20).
           05 EO-KOD-POCZT PIC X(6).
           05 EO-PLEC PIC X(1).
           05 EO-TELEFON PIC X(15).
       01 WS-EKS-NAGLOWEK REDEFINES WS-EKS-OSOBA.
           05 FILLER PIC X.
           05 EN-DATA-PRZEBIEGU PIC X(21).
           05 FILLER PIC X(112).
       01 WS-EKS-STOPKA REDEFINES WS-EKS-OSOBA.
           05 FILLER PIC X.
           05 ES-LICZBA PIC 9(9).
           05 ES-SUMA-PESEL PIC 9(15).
           05 FILLER PIC X(109).
      * KONTROLA KOMPLETNOSCI OBU EKSTRAKTOW - STOPKA MUSI BYC
      * I ZGADZAC SIE Z LICZBA PRZECZYTANYCH REKORDOW OSOB
       01 WS-NOWE-STOPKA PIC X VALUE 'N'.
       01 WS-NOWE-ES-LICZBA PIC 9(9) VALUE 0.
       01 WS-ZM-STOPKA PIC X VALUE 'N'.
       01 WS-ZM-ES-LICZBA PIC 9(9) VALUE 0.
      * CZYTANIE ZMIAN Z WYPRZEDZENIEM - REKORD BIEZACY IDZIE DO
      * LISTU TYLKO GDY NASTEPNY NIE DOTYCZY TEGO SAMEGO PESELA
       01 WS-ZM-BIEZ PIC X(134).
       01 WS-ZM-NAST PIC X(134).
       01 WS-ZM-NAST-PESEL PIC X(11).
       01 WS-NAST-GOTOWY PIC X VALUE 'N'.
           88 NAST-GOTOWY VALUE 'Y'.
      * PESELE ZMARLYCH Z PLIKU USC TEJ NOCY
       01 WS-ZGONY.
           05 WS-ZGONY-COUNT PIC 9(4) VALUE 0.
           05 WS-ZGON-PESEL PIC X(11) OCCURS 5000 TIMES.
       01 WS-ZG-IDX PIC 9(4).
       01 WS-ZMARLY PIC X VALUE 'N'.
           88 ZMARLY VALUE 'Y'.
      * OBRAZ WIERSZA PIERMAJ BEZ PESELA - TEN SAM UKLAD SKLADA
      * ZMIANYB DO PIERHIS I ROZBIERA HISTR
       01 WS-OBRAZ-PO PIC X(122).
       01 WS-OBRAZ-PO-POLA REDEFINES WS-OBRAZ-PO.
           05 OP-DATA-UR PIC X(10).
           05 OP-IMIE PIC X(20).
           05 OP-NAZWISKO PIC X(20).
           05 OP-ULICA PIC X(30).
           05 OP-MIASTO PIC X(20).
           05 OP-KOD-POCZT PIC X(6).
           05 OP-PLEC PIC X(1).
           05 OP-TELEFON PIC X(15).
       01 WS-OBRAZ-PRZED PIC X(122).
       01 WS-OBRAZ-PRZED-POLA REDEFINES WS-OBRAZ-PRZED.
           05 OB-DATA-UR PIC X(10).
           05 OB-IMIE PIC X(20).
           05 OB-NAZWISKO PIC X(20).
           05 OB-ULICA PIC X(30).
           05 OB-MIASTO PIC X(20).
           05 OB-KOD-POCZT PIC X(6).
           05 OB-PLEC PIC X(1).
           05 OB-TELEFON PIC X(15).
      * ZMIENNE HOSTOWE ODCZYTU PIERHIS - STEMPEL NAGLOWKA EKSTRAKTU
      * ZMIANYB ODCINA WPISY Z POPRZEDNICH NOCY
       01 WS-H-PESEL PIC X(11).
       01 WS-H-OD PIC X(26) VALUE SPACES.
       01 HIS-PRZED PIC X(122).
       01 WS-POWOD PIC X(14).
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-DZISIAJ
           PERFORM OTWORZ-PLIKI
           PERFORM WCZYTAJ-ZGON UNTIL WS-EOF-ZGONOW = 'Y'
           PERFORM PRZETWORZ-NOWY UNTIL WS-EOF-NOWYCH = 'Y'
           PERFORM CZYTAJ-NASTEPNA-ZMIANE
           PERFORM PRZETWORZ-ZMIANE UNTIL NOT NAST-GOTOWY
           PERFORM DRUKUJ-PODSUMOWANIE
           PERFORM ZAMKNIJ-PLIKI
           STOP RUN.
       OTWORZ-PLIKI.
           OPEN INPUT NOWE
           IF NOWE-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING LOAD EXTRACT' SPACE
            NOWE-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN INPUT ZMIANY
           IF ZMIANY-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING CHANGES EXTRACT' SPACE
            ZMIANY-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN INPUT ZGONY
           IF ZGONY-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING DEATH FILE' SPACE
            ZGONY-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN OUTPUT LISTY
           IF LISTY-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING LETTER FILE' SPACE
            LISTY-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN OUTPUT WYJATKI
           IF WYJATKI-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING EXCEPTION FILE' SPACE
            WYJATKI-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'LISTYB - LISTY POTWIERDZAJACE, WYJATKI '
            DELIMITED BY SIZE
            WS-DZISIAJ(1:8) DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-WYJATKI
           EXIT.
       ABEND-PGM-PARA.
           CALL 'ABENDPGM' USING SQLCODE
           GOBACK.
       ZAMKNIJ-PLIKI.
           CLOSE NOWE
           CLOSE ZMIANY
           CLOSE ZGONY
           CLOSE LISTY
           CLOSE WYJATKI
           EXIT.
       WCZYTAJ-ZGON.
           READ ZGONY
           AT END
              MOVE 'Y' TO WS-EOF-ZGONOW
           NOT AT END
              IF WS-ZGONY-COUNT >= 5000
                 DISPLAY 'ZA DUZO ZGONOW W PLIKU USC - MAX 5000'
                 PERFORM ABEND-PGM-PARA
              END-IF
              ADD 1 TO WS-ZGONY-COUNT
              MOVE ZG-PESEL TO WS-ZGON-PESEL(WS-ZGONY-COUNT)
           END-READ
           IF ZGONY-STATUS = 0 OR ZGONY-STATUS = 10 THEN CONTINUE
           ELSE
           DISPLAY 'BLAD ODCZYTU PLIKU ZGONOW' SPACE ZGONY-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       PRZETWORZ-NOWY.
           READ NOWE INTO WS-EKS-OSOBA
           AT END
              MOVE 'Y' TO WS-EOF-NOWYCH
           NOT AT END
              EVALUATE EO-TYP
              WHEN 'D'
                 ADD 1 TO WS-NOWE-COUNT
                 PERFORM ZBUDUJ-LIST-REJESTRACJI
              WHEN 'T'
                 MOVE 'Y' TO WS-NOWE-STOPKA
                 MOVE ES-LICZBA TO WS-NOWE-ES-LICZBA
              WHEN 'H'
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO WS-POMINIETE-COUNT
              END-EVALUATE
           END-READ
           IF NOWE-STATUS = 0 OR NOWE-STATUS = 10 THEN CONTINUE
           ELSE
           DISPLAY 'BLAD ODCZYTU EKSTRAKTU DOBAZY' SPACE NOWE-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       ZBUDUJ-LIST-REJESTRACJI.
           MOVE SPACES TO FS-LIST
           MOVE 'R' TO LI-RODZAJ
           PERFORM OBRAZ-Z-EKSTRAKTU
           MOVE WS-OBRAZ-PO TO LI-PO
           MOVE OP-IMIE TO LI-IMIE
           MOVE OP-NAZWISKO TO LI-NAZWISKO
           MOVE OP-ULICA TO LI-ULICA
           MOVE OP-MIASTO TO LI-MIASTO
           MOVE OP-KOD-POCZT TO LI-KOD-POCZT
           PERFORM WYSLIJ-LIST
           EXIT.
       OBRAZ-Z-EKSTRAKTU.
           MOVE SPACES TO WS-OBRAZ-PO
           MOVE EO-DATA-UR TO OP-DATA-UR
           MOVE EO-IMIE TO OP-IMIE
           MOVE EO-NAZWISKO TO OP-NAZWISKO
           MOVE EO-ULICA TO OP-ULICA
           MOVE EO-MIASTO TO OP-MIASTO
           MOVE EO-KOD-POCZT TO OP-KOD-POCZT
           MOVE EO-PLEC TO OP-PLEC
           MOVE EO-TELEFON TO OP-TELEFON
           EXIT.
       CZYTAJ-NASTEPNA-ZMIANE.
      * DOSUWA DO NASTEPNEGO REKORDU 'U'/'D'; NAGLOWEK I STOPKA
      * LAPANE PO DRODZE
           MOVE 'N' TO WS-NAST-GOTOWY
           PERFORM CZYTAJ-1-ZMIANE
            UNTIL NAST-GOTOWY OR WS-EOF-ZMIAN = 'Y'
           EXIT.
       CZYTAJ-1-ZMIANE.
           READ ZMIANY INTO WS-EKS-OSOBA
           AT END
              MOVE 'Y' TO WS-EOF-ZMIAN
           NOT AT END
              EVALUATE EO-TYP
              WHEN 'U'
              WHEN 'D'
                 ADD 1 TO WS-ZMIANY-COUNT
                 MOVE WS-EKS-OSOBA TO WS-ZM-NAST
                 MOVE EO-PESEL TO WS-ZM-NAST-PESEL
                 MOVE 'Y' TO WS-NAST-GOTOWY
              WHEN 'H'
                 MOVE EN-DATA-PRZEBIEGU TO WS-H-OD
              WHEN 'T'
                 MOVE 'Y' TO WS-ZM-STOPKA
                 MOVE ES-LICZBA TO WS-ZM-ES-LICZBA
              WHEN OTHER
                 ADD 1 TO WS-POMINIETE-COUNT
              END-EVALUATE
           END-READ
           IF ZMIANY-STATUS = 0 OR ZMIANY-STATUS = 10 THEN CONTINUE
           ELSE
           DISPLAY 'BLAD ODCZYTU EKSTRAKTU ZMIANYB' SPACE
            ZMIANY-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       PRZETWORZ-ZMIANE.
           MOVE WS-ZM-NAST TO WS-ZM-BIEZ
           PERFORM CZYTAJ-NASTEPNA-ZMIANE
      * PO READ INTO BUFOR OSOBY NIESIE JUZ NASTEPNY REKORD -
      * BIEZACY WRACA Z KOPII
           MOVE WS-ZM-BIEZ TO WS-EKS-OSOBA
           IF NAST-GOTOWY AND WS-ZM-NAST-PESEL = EO-PESEL
              ADD 1 TO WS-ZASTAPIONE-COUNT
           ELSE
              PERFORM ZBUDUJ-LIST-ZMIANY
           END-IF
           EXIT.
       ZBUDUJ-LIST-ZMIANY.
           EVALUATE EO-TYP
           WHEN 'U'
              PERFORM ZBUDUJ-LIST-KOREKTY
           WHEN 'D'
              PERFORM ZBUDUJ-LIST-USUNIECIA
           END-EVALUATE
           EXIT.
       ZBUDUJ-LIST-KOREKTY.
           MOVE SPACES TO FS-LIST
           MOVE 'K' TO LI-RODZAJ
           PERFORM OBRAZ-Z-EKSTRAKTU
           MOVE WS-OBRAZ-PO TO LI-PO
           MOVE OP-IMIE TO LI-IMIE
           MOVE OP-NAZWISKO TO LI-NAZWISKO
           MOVE OP-ULICA TO LI-ULICA
           MOVE OP-MIASTO TO LI-MIASTO
           MOVE OP-KOD-POCZT TO LI-KOD-POCZT
           PERFORM CZYTAJ-OBRAZ-PRZED
           IF HIS-PRZED = SPACES
              MOVE 'BRAK PIERHIS' TO WS-POWOD
              ADD 1 TO WS-BEZ-HISTORII-COUNT
              PERFORM ZAPISZ-WYJATEK
           ELSE
              MOVE HIS-PRZED TO LI-PRZED
              PERFORM OZNACZ-ZMIENIONE
              PERFORM WYSLIJ-LIST
           END-IF
           EXIT.
       ZBUDUJ-LIST-USUNIECIA.
      * WIERSZA JUZ NIE MA - ADRESAT I ADRES Z OBRAZU PRZED
           MOVE SPACES TO FS-LIST
           MOVE 'U' TO LI-RODZAJ
           MOVE 'N' TO WS-ZMARLY
           PERFORM SZUKAJ-ZGONU
            VARYING WS-ZG-IDX FROM 1 BY 1
            UNTIL WS-ZG-IDX > WS-ZGONY-COUNT OR ZMARLY
           PERFORM CZYTAJ-OBRAZ-PRZED
           MOVE HIS-PRZED TO WS-OBRAZ-PRZED
           MOVE WS-OBRAZ-PRZED TO LI-PRZED
           MOVE OB-IMIE TO LI-IMIE
           MOVE OB-NAZWISKO TO LI-NAZWISKO
           MOVE OB-ULICA TO LI-ULICA
           MOVE OB-MIASTO TO LI-MIASTO
           MOVE OB-KOD-POCZT TO LI-KOD-POCZT
           EVALUATE TRUE
           WHEN ZMARLY
              MOVE 'ZGON' TO WS-POWOD
              ADD 1 TO WS-ZGON-COUNT
              PERFORM ZAPISZ-WYJATEK
           WHEN HIS-PRZED = SPACES
              MOVE 'BRAK PIERHIS' TO WS-POWOD
              ADD 1 TO WS-BEZ-HISTORII-COUNT
              PERFORM ZAPISZ-WYJATEK
           WHEN OTHER
              PERFORM WYSLIJ-LIST
           END-EVALUATE
           EXIT.
       SZUKAJ-ZGONU.
           IF WS-ZGON-PESEL(WS-ZG-IDX) = EO-PESEL
              MOVE 'Y' TO WS-ZMARLY
           END-IF
           EXIT.
       CZYTAJ-OBRAZ-PRZED.
      * NAJWCZESNIEJSZY WPIS ZMIANYB TEJ NOCY DLA PESELA - OBRAZ
      * SPRZED WSZYSTKICH DZISIEJSZYCH ZMIAN. BRAK WPISU = SPACJE
           MOVE EO-PESEL TO WS-H-PESEL
           MOVE SPACES TO HIS-PRZED
           EXEC SQL
              SELECT PRZED
              INTO :HIS-PRZED
              FROM PIERHIS
              WHERE PESEL = :WS-H-PESEL
              AND PROGRAM = 'ZMIANYB'
              AND CZAS =
                 (SELECT MIN(CZAS)
                  FROM PIERHIS
                  WHERE PESEL = :WS-H-PESEL
                  AND PROGRAM = 'ZMIANYB'
                  AND CZAS >= :WS-H-OD)
           END-EXEC
           EVALUATE SQLCODE
           WHEN 00  CONTINUE
           WHEN 100
              MOVE SPACES TO HIS-PRZED
           WHEN OTHER
              DISPLAY 'SELECT PIERHIS ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-EVALUATE
           EXIT.
       OZNACZ-ZMIENIONE.
           MOVE HIS-PRZED TO WS-OBRAZ-PRZED
           MOVE 'NNNNNNNN' TO LI-ZMIENIONE
           IF OB-DATA-UR NOT = OP-DATA-UR
              MOVE 'T' TO LI-ZM-DATA-UR
           END-IF
           IF OB-IMIE NOT = OP-IMIE
              MOVE 'T' TO LI-ZM-IMIE
           END-IF
           IF OB-NAZWISKO NOT = OP-NAZWISKO
              MOVE 'T' TO LI-ZM-NAZWISKO
           END-IF
           IF OB-ULICA NOT = OP-ULICA
              MOVE 'T' TO LI-ZM-ULICA
           END-IF
           IF OB-MIASTO NOT = OP-MIASTO
              MOVE 'T' TO LI-ZM-MIASTO
           END-IF
           IF OB-KOD-POCZT NOT = OP-KOD-POCZT
              MOVE 'T' TO LI-ZM-KOD-POCZT
           END-IF
           IF OB-PLEC NOT = OP-PLEC
              MOVE 'T' TO LI-ZM-PLEC
           END-IF
           IF OB-TELEFON NOT = OP-TELEFON
              MOVE 'T' TO LI-ZM-TELEFON
           END-IF
           EXIT.
       WYSLIJ-LIST.
      * OSTATNIA KONTROLA PRZED DRUKIEM - LIST BEZ ADRESATA ALBO
      * Z ADRESEM, KTOREGO POCZTA NIE DORECZY, IDZIE DO WYJATKOW
           MOVE EO-PESEL TO LI-PESEL
           MOVE WS-DZISIAJ(1:8) TO LI-DATA-PRZEBIEGU
           IF LI-NAZWISKO = SPACES OR LI-ULICA = SPACES
              OR LI-MIASTO = SPACES
              OR LI-KOD-POCZT(1:2) IS NOT NUMERIC
              OR LI-KOD-POCZT(3:1) NOT = '-'
              OR LI-KOD-POCZT(4:3) IS NOT NUMERIC
              MOVE 'BRAK ADRESU' TO WS-POWOD
              ADD 1 TO WS-BEZ-ADRESU-COUNT
              PERFORM ZAPISZ-WYJATEK
           ELSE
              WRITE FS-LIST
              IF LISTY-STATUS NOT = 0
                 DISPLAY 'BLAD ZAPISU DO PLIKU LISTOW' SPACE
                  LISTY-STATUS
                 PERFORM ABEND-PGM-PARA
              END-IF
              EVALUATE LI-RODZAJ
              WHEN 'R'   ADD 1 TO WS-LISTY-R-COUNT
              WHEN 'K'   ADD 1 TO WS-LISTY-K-COUNT
              WHEN 'U'   ADD 1 TO WS-LISTY-U-COUNT
              END-EVALUATE
           END-IF
           EXIT.
       ZAPISZ-WYJATEK.
           MOVE SPACES TO WS-RAPORT-LINE
           STRING WS-POWOD DELIMITED BY SIZE
            ' RODZAJ=' DELIMITED BY SIZE
            LI-RODZAJ DELIMITED BY SIZE
            ' PESEL=' DELIMITED BY SIZE
            EO-PESEL DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            LI-NAZWISKO DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            LI-IMIE DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            LI-ULICA DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            LI-KOD-POCZT DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            LI-MIASTO DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-WYJATKI
           EXIT.
       PISZ-WYJATKI.
           WRITE FS-WYJATEK FROM WS-RAPORT-LINE
           IF WYJATKI-STATUS NOT = 0
              DISPLAY 'BLAD ZAPISU DO LISTY WYJATKOW' SPACE
               WYJATKI-STATUS
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       DRUKUJ-PODSUMOWANIE.
           MOVE SPACES TO WS-RAPORT-LINE
           PERFORM PISZ-WYJATKI
           IF WS-NOWE-STOPKA NOT = 'Y'
              OR WS-NOWE-ES-LICZBA NOT = WS-NOWE-COUNT
              MOVE 'UWAGA: EKSTRAKT DOBAZY BEZ STOPKI ALBO NIEZGODNY'
               TO WS-RAPORT-LINE
              PERFORM PISZ-WYJATKI
           END-IF
           IF WS-ZM-STOPKA NOT = 'Y'
              OR WS-ZM-ES-LICZBA NOT = WS-ZMIANY-COUNT
              MOVE 'UWAGA: EKSTRAKT ZMIANYB BEZ STOPKI ALBO NIEZGODNY'
               TO WS-RAPORT-LINE
              PERFORM PISZ-WYJATKI
           END-IF
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'REKORDY D Z EKSTRAKTU DOBAZY  : ' DELIMITED BY SIZE
            WS-NOWE-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-WYJATKI
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'REKORDY U/D Z EKSTRAKTU ZMIANYB: ' DELIMITED BY SIZE
            WS-ZMIANY-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-WYJATKI
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'ZASTAPIONE PRZEZ POZNIEJSZE    : ' DELIMITED BY SIZE
            WS-ZASTAPIONE-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-WYJATKI
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'LISTY - REJESTRACJE            : ' DELIMITED BY SIZE
            WS-LISTY-R-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-WYJATKI
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'LISTY - KOREKTY                : ' DELIMITED BY SIZE
            WS-LISTY-K-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-WYJATKI
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'LISTY - USUNIECIA              : ' DELIMITED BY SIZE
            WS-LISTY-U-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-WYJATKI
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'WYJATKI - BRAK ADRESU          : ' DELIMITED BY SIZE
            WS-BEZ-ADRESU-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-WYJATKI
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'WYJATKI - USUNIECIE PO ZGONIE  : ' DELIMITED BY SIZE
            WS-ZGON-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-WYJATKI
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'WYJATKI - BRAK WPISU PIERHIS   : ' DELIMITED BY SIZE
            WS-BEZ-HISTORII-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-WYJATKI
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'POMINIETE (NIEZNANY TYP)       : ' DELIMITED BY SIZE
            WS-POMINIETE-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-WYJATKI
           EXIT.
