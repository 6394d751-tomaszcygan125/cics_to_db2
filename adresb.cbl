       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADRESB.
      * NOCNY PROGRAM PRZYJMUJE DZIENNY PLIK ZMIAN ADRESOW Z SYSTEMU
      * SWIADCZEN (PESEL, NOWA ULICA/MIASTO/KOD_POCZT/TELEFON, DATA
      * ZMIANY). DOTAD PRZYCHODZILY NA PAPIERZE I REFERENT
      * PRZEPISYWAL JE PRZEZ PF2 W USERP. KAZDA ZMIANA, KTORA
      * PRZEJDZIE KONTROLE, IDZIE DO FKOREK JAKO WPIS 'U' Z POWODEM
      * 'AD' - PRZYKLADA GO NOCNY ZMIANYB I ZAPISUJE W PIERHIS JAK
      * KAZDA INNA KOREKTE, DLATEGO ADRESB IDZIE W LANCUCHU PO
      * DOBAZY (OSOBY Z DZISIEJSZEGO LADOWANIA SA JUZ W PIERMAJ)
      * I PRZED ZMIANYB. ZMIANYB ROBI UPDATE CALEGO WIERSZA, WIEC
      * WPIS NIESIE IMIE, NAZWISKO, DATE URODZENIA I PLEC BEZ ZMIAN
      * - Z OSTATNIEGO CZEKAJACEGO WPISU 'U' W FKOREK, A GDY GO NIE
      * MA, Z PIERMAJ. PUSTY TELEFON W PLIKU = TELEFON BEZ ZMIAN.
      * ODRZUCONE LINIE WRACAJA DO NICH W PLIKU ODPOWIEDZI Z KODEM:
      *   PS - PESEL NIENUMERYCZNY
      *   DT - DATA ZMIANY NIEPOPRAWNA ALBO Z PRZYSZLOSCI
      *   UL - PUSTA ULICA
      *   KM - PARA KOD/MIASTO SPOZA SLOWNIKA FKODY
      *   BO - BRAK OSOBY W PIERMAJ
      *   UD - NA OSOBE CZEKA W FKOREK USUNIECIE
      *   ST - ZMIANA STARSZA NIZ KOREKTA JUZ PRZYLOZONA (WPIS 'U'
      *        W PIERHIS Z POZNIEJSZEGO DNIA), CZEKAJACA W FKOREK
      *        ALBO ZMIANA TEJ OSOBY PRZYJETA WCZESNIEJ W TYM PLIKU
      * ZEBY STARSZY ADRES NIE NADPISAL NOWSZYCH DANYCH
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADRESY ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ADRESY-STATUS.
           SELECT KOREKTY ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KO-KLUCZ
           FILE STATUS IS KOREKTY-STATUS.
           SELECT KODY ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KD-KLUCZ
           FILE STATUS IS KODY-STATUS.
           SELECT ODPOWIEDZ ASSIGN TO DD4
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ODPOWIEDZ-STATUS.
           SELECT RAPORT ASSIGN TO DD5
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RAPORT-STATUS.
           SELECT STEROW ASSIGN TO DD6
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ST-KLUCZ
           FILE STATUS IS STEROW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ADRESY
      * PLIK ZMIAN ADRESOW Z SYSTEMU SWIADCZEN - DATA ZMIANY
      * W POSTACI YYYY-MM-DD, TAK JAK DATA_UR W PIERMAJ
           DATA RECORD IS FS-ADRES
           RECORD CONTAINS 92 CHARACTERS.
       01 FS-ADRES.
           05 AD-PESEL PIC X(11).
           05 AD-ULICA PIC X(30).
           05 AD-MIASTO PIC X(20).
           05 AD-KOD-POCZT PIC X(6).
           05 AD-TELEFON PIC X(15).
           05 AD-DATA-ZMIANY PIC X(10).
       FD KOREKTY
      * KOLEJKA KOREKT FKOREK - TEN SAM UKLAD CO W USERP I ZMIANYB
           DATA RECORD IS FS-KOREKTA
           RECORD CONTAINS 162 CHARACTERS.
       01 FS-KOREKTA.
           05 KO-KLUCZ.
              10 KO-PESEL PIC X(11).
              10 KO-TS PIC X(26).
      * U = POPRAWKA DANYCH, D = USUNIECIE OSOBY
           05 KO-TYP PIC X.
      * DATA W FORMACIE EKRANOWYM DD-MM-YYYY
           05 KO-DATA PIC X(10).
           05 KO-IMIE PIC X(20).
           05 KO-NAZWISKO PIC X(20).
           05 KO-ULICA PIC X(30).
           05 KO-MIASTO PIC X(20).
           05 KO-KOD-POCZT PIC X(6).
           05 KO-PLEC PIC X(1).
           05 KO-TELEFON PIC X(15).
      * SPACJE = OPERATOR (USERP), ZG = ZGON Z REJESTRU USC,
      * AD = ZMIANA ADRESU Z SYSTEMU SWIADCZEN
           05 KO-POWOD PIC X(2).
       FD KODY
      * SLOWNIK KODOW POCZTOWYCH (KLASTER FKODY) - TEN SAM,
      * KTORY USERP SPRAWDZA PRZY WPISIE
           DATA RECORD IS FS-KODY
           RECORD CONTAINS 26 CHARACTERS.
       01 FS-KODY.
           05 KD-KLUCZ.
              10 KD-KOD PIC X(6).
              10 KD-MIASTO PIC X(20).
       FD ODPOWIEDZ
      * PLIK ODPOWIEDZI DLA SYSTEMU SWIADCZEN - ODRZUCONA LINIA
      * BEZ ZMIAN, KOD POWODU I OPIS
           DATA RECORD IS FS-ODPOWIEDZ
           RECORD CONTAINS 120 CHARACTERS.
       01 FS-ODPOWIEDZ.
           05 OD-REKORD PIC X(92).
           05 OD-KOD PIC X(2).
           05 OD-OPIS PIC X(26).
       FD RAPORT
      * RAPORT KONTROLNY - CZY KAZDA LINIA PLIKU ZOSTALA
      * ZAKOLEJKOWANA ALBO ODESLANA Z KODEM
           DATA RECORD IS FS-RAPORT
           RECORD CONTAINS 132 CHARACTERS.
       01 FS-RAPORT PIC X(132).
       FD STEROW
      * KSIEGA PRZEBIEGOW NOCNYCH (KLASTER FSTAT) - TEN SAM UKLAD
      * CO W DOBAZY. ADRESB NIE STARTUJE POKI FLAGA DOBAZY STOI
      * 'Y' - OSOBY Z NIEDOKONCZONEGO LADOWANIA WYSZLYBY JAKO BO
           DATA RECORD IS FS-STEROW
           RECORD CONTAINS 96 CHARACTERS.
       01 FS-STEROW.
           05 ST-KLUCZ.
              10 ST-PROGRAM PIC X(8).
              10 ST-DATA PIC X(8).
           05 ST-FLAGA PIC X.
           05 ST-START-TS PIC X(26).
           05 ST-KONIEC-TS PIC X(26).
           05 ST-LICZ-WCZYTANE PIC 9(9).
           05 ST-LICZ-ZALADOWANE PIC 9(9).
           05 ST-LICZ-ODRZUCONE PIC 9(9).
       WORKING-STORAGE SECTION.
           EXEC SQL  INCLUDE SQLCA END-EXEC.
           EXEC SQL  INCLUDE DCLPIER END-EXEC.
       01 NULL-INDICATORS.
           05 IMIE-IND PIC S9(4) COMP.
           05 NAZWISKO-IND PIC S9(4) COMP.
       01 ADRESY-STATUS PIC 99.
       01 KOREKTY-STATUS PIC 99.
       01 KODY-STATUS PIC 99.
       01 ODPOWIEDZ-STATUS PIC 99.
       01 RAPORT-STATUS PIC 99.
       01 STEROW-STATUS PIC 99.
      * DATA NOCY DO KLUCZA KSIEGI PRZEBIEGOW - JAK W ZMIANYB.
      * STEMPEL STARTU ODDZIELA TEZ WPISY FKOREK Z TEGO PRZEBIEGU
       01 WS-DATA-NOCY PIC X(8).
       01 WS-TS-TERAZ PIC X(21).
       01 WS-EOF PIC X VALUE 'N'.
      * KOD I OPIS ODRZUCENIA - SPACJE = LINIA PRZESZLA KONTROLE
       01 WS-KOD-ODRZUCENIA PIC X(2).
       01 WS-OPIS-ODRZUCENIA PIC X(26).
      * DATA ZMIANY Z PLIKU JAKO YYYYMMDD
       01 WS-DATA-ZMIANY PIC X(8).
       01 WS-DATA-ZMIANY-NUM REDEFINES WS-DATA-ZMIANY PIC 9(8).
       01 WS-DATA-INT PIC 9(9).
      * GRANICA DLA CZAS W PIERHIS - KAZDY STEMPEL Z DNIA ZMIANY
      * JEST OD NIEJ MNIEJSZY, WIEC WIEKSZE SA TYLKO POZNIEJSZE DNI
       01 WS-HIS-GRANICA.
           05 WS-HG-DATA PIC X(8).
           05 FILLER PIC X(18) VALUE ALL '9'.
       01 WS-HIS-ILE PIC S9(9) COMP.
      * KONIEC PRZEGLADU WPISOW FKOREK JEDNEGO PESELA
       01 WS-KONIEC-KOLEJKI PIC X VALUE 'N'.
      * Y = TA SAMA ZMIANA CZEKA JUZ W FKOREK (WPIS 'AD' Z PRZEBIEGU
      * PRZERWANEGO ABENDEM) - NIE KOLEJKUJEMY JEJ DRUGI RAZ
       01 WS-CZY-W-KOLEJCE PIC X VALUE 'N'.
           88 JUZ-W-KOLEJCE VALUE 'Y'.
      * NUMER KOLEJNY WPISU FKOREK W PRZEBIEGU - IDZIE DO KO-TS
      * ZA STEMPLEM, BO DWIE LINIE TEGO SAMEGO PESELA W TEJ SAMEJ
      * SETNEJ SEKUNDZIE DALYBY TEN SAM KLUCZ. POZNIEJSZA LINIA
      * MA WIEKSZY NUMER, WIEC ZMIANYB PRZYKLADA JE W KOLEJNOSCI
      * Z PLIKU
       01 WS-KO-NUMER PIC 9(5) VALUE 0.
      * DANE OSOBY NIESIONE W WPISIE BEZ ZMIAN - Z PIERMAJ ALBO
      * Z OSTATNIEGO CZEKAJACEGO WPISU 'U'. DATA JAK W KO-DATA
       01 WS-OSOBA.
           05 WS-OS-DATA PIC X(10).
           05 WS-OS-IMIE PIC X(20).
           05 WS-OS-NAZWISKO PIC X(20).
           05 WS-OS-PLEC PIC X(1).
           05 WS-OS-TELEFON PIC X(15).
      * ZMIANY PRZYJETE W TYM PRZEBIEGU - PESEL Z DATA ZMIANY,
      * ZEBY DRUGA, STARSZA LINIA TEJ SAMEJ OSOBY W PLIKU NIE
      * PRZYKRYLA PIERWSZEJ (WPISY FKOREK IDA PO STEMPLU KOLEJKI)
       01 WS-PRZYJETE.
           05 WS-PRZYJETE-COUNT PIC 9(4) VALUE 0.
           05 WS-PRZYJETA OCCURS 9999 TIMES.
              10 WS-PR-PESEL PIC X(11).
              10 WS-PR-DATA PIC X(8).
       01 WS-PR-IDX PIC 9(5).
       01 WS-PR-ZNALEZIONA PIC 9(4).
       01 WS-RAPORT-LINE PIC X(132).
      * LICZNIKI DO RAPORTU KONTROLNEGO
       01 WS-LICZNIKI.
           05 WS-READ-COUNT PIC 9(9) VALUE 0.
           05 WS-QUEUED-COUNT PIC 9(9) VALUE 0.
           05 WS-REJECT-COUNT PIC 9(9) VALUE 0.
           05 WS-R-PS-COUNT PIC 9(9) VALUE 0.
           05 WS-R-DT-COUNT PIC 9(9) VALUE 0.
           05 WS-R-UL-COUNT PIC 9(9) VALUE 0.
           05 WS-R-KM-COUNT PIC 9(9) VALUE 0.
           05 WS-R-BO-COUNT PIC 9(9) VALUE 0.
           05 WS-R-UD-COUNT PIC 9(9) VALUE 0.
           05 WS-R-ST-COUNT PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TS-TERAZ
           MOVE WS-TS-TERAZ(1:8) TO WS-DATA-NOCY
           PERFORM OTWORZ-STEROW
           PERFORM SPRAWDZ-BLOKADE-DOBAZY
           PERFORM ZAPISZ-START-LEDGER
           PERFORM OTWORZ-PLIKI
           PERFORM PRZETWORZ-ZMIANE UNTIL WS-EOF = 'Y'
           PERFORM ZAMKNIJ-PLIKI
           PERFORM ZAPISZ-KONIEC-LEDGER
           CLOSE STEROW
           STOP RUN.
       OTWORZ-STEROW.
           OPEN I-O STEROW
           IF STEROW-STATUS = 35
      * PUSTY KLASTER FSTAT NIE OTWIERA SIE I-O (STATUS 35) -
      * ZAKLADAMY GO WLASNYM WPISEM STARTU, JAK W ZMIANYB
              OPEN OUTPUT STEROW
              IF STEROW-STATUS NOT = 0
                 DISPLAY 'ERROR WHILE PRIMING RUN-STATUS FILE'
                  SPACE STEROW-STATUS
                 PERFORM ABEND-PGM-PARA
              END-IF
              PERFORM BUDUJ-WPIS-STARTU
              WRITE FS-STEROW
              IF STEROW-STATUS NOT = 0
                 DISPLAY 'ERROR WHILE PRIMING RUN-STATUS RECORD'
                  SPACE STEROW-STATUS
                 PERFORM ABEND-PGM-PARA
              END-IF
              CLOSE STEROW
              OPEN I-O STEROW
           END-IF
           IF STEROW-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING RUN-STATUS FILE' SPACE
            STEROW-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       SPRAWDZ-BLOKADE-DOBAZY.
      * POKI FLAGA DOBAZY STOI 'Y', NIE WOLNO STARTOWAC. BRAK
      * REKORDU RUNSTAT (PIERWSZA NOC) NIE BLOKUJE
           MOVE 'RUNSTAT' TO ST-PROGRAM
           MOVE SPACES TO ST-DATA
           READ STEROW
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF ST-FLAGA = 'Y'
                 DISPLAY 'DOBAZY JESZCZE TRWA - ADRESB NIE '
                  'STARTUJE'
                 PERFORM ABEND-PGM-PARA
              END-IF
           END-READ
           IF STEROW-STATUS = 0 OR STEROW-STATUS = 23
              THEN CONTINUE
           ELSE
           DISPLAY 'BLAD ODCZYTU KSIEGI PRZEBIEGOW' SPACE
            STEROW-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       BUDUJ-WPIS-STARTU.
           MOVE SPACES TO FS-STEROW
           MOVE 'ADRESB' TO ST-PROGRAM
           MOVE WS-DATA-NOCY TO ST-DATA
           MOVE 'R' TO ST-FLAGA
           MOVE WS-TS-TERAZ TO ST-START-TS
           MOVE SPACES TO ST-KONIEC-TS
           MOVE 0 TO ST-LICZ-WCZYTANE
           MOVE 0 TO ST-LICZ-ZALADOWANE
           MOVE 0 TO ST-LICZ-ODRZUCONE
           EXIT.
       ZAPISZ-START-LEDGER.
      * WPIS KSIEGI NA START - FLAGA 'R'; POWTORKA TEJ SAMEJ NOCY
      * NADPISUJE WPIS (STATUS 22)
           PERFORM BUDUJ-WPIS-STARTU
           WRITE FS-STEROW
           IF STEROW-STATUS = 22
              REWRITE FS-STEROW
           END-IF
           IF STEROW-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'BLAD ZAPISU KSIEGI PRZEBIEGOW' SPACE
            STEROW-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       ZAPISZ-KONIEC-LEDGER.
      * DOMKNIECIE WPISU KSIEGI - ZALADOWANE = ZAKOLEJKOWANE
      * ZMIANY, ODRZUCONE = LINIE ODESLANE W ODPOWIEDZI
           PERFORM BUDUJ-WPIS-STARTU
           MOVE 'Z' TO ST-FLAGA
           MOVE FUNCTION CURRENT-DATE TO ST-KONIEC-TS
           MOVE WS-READ-COUNT TO ST-LICZ-WCZYTANE
           MOVE WS-QUEUED-COUNT TO ST-LICZ-ZALADOWANE
           MOVE WS-REJECT-COUNT TO ST-LICZ-ODRZUCONE
           REWRITE FS-STEROW
           IF STEROW-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'BLAD DOMKNIECIA KSIEGI PRZEBIEGOW' SPACE
            STEROW-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       OTWORZ-PLIKI.
           OPEN INPUT ADRESY
           IF ADRESY-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING ADDRESS CHANGE FILE' SPACE
            ADRESY-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN I-O KOREKTY
           IF KOREKTY-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING QUEUE FILE' SPACE
            KOREKTY-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN INPUT KODY
           IF KODY-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING POSTAL CODE FILE' SPACE
            KODY-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN OUTPUT ODPOWIEDZ
           IF ODPOWIEDZ-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING RESPONSE FILE' SPACE
            ODPOWIEDZ-STATUS
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
           CALL 'ABENDPGM' USING SQLCODE
           GOBACK.
       ZAMKNIJ-PLIKI.
           PERFORM DRUKUJ-RAPORT-KONCOWY
           CLOSE ADRESY
           CLOSE KOREKTY
           CLOSE KODY
           CLOSE ODPOWIEDZ
           CLOSE RAPORT
           EXIT.
       PRZETWORZ-ZMIANE.
      * KONTROLE PO KOLEI - PIERWSZA NIEUDANA USTAWIA KOD
      * ODRZUCENIA I DALSZYCH JUZ NIE ROBIMY
           PERFORM CZYTAJ-1-REKORD
           IF WS-EOF NOT = 'Y'
           THEN
              MOVE SPACES TO WS-KOD-ODRZUCENIA
              PERFORM SPRAWDZ-POLA
              IF WS-KOD-ODRZUCENIA = SPACES
                 PERFORM SPRAWDZ-KOD-MIASTO
              END-IF
              IF WS-KOD-ODRZUCENIA = SPACES
                 PERFORM SZUKAJ-W-PIERMAJ
              END-IF
              IF WS-KOD-ODRZUCENIA = SPACES
                 PERFORM SPRAWDZ-HISTORIE
              END-IF
              IF WS-KOD-ODRZUCENIA = SPACES
                 PERFORM SPRAWDZ-KOLEJKE
              END-IF
              IF WS-KOD-ODRZUCENIA = SPACES AND NOT JUZ-W-KOLEJCE
                 PERFORM SPRAWDZ-PRZYJETE
              END-IF
              EVALUATE TRUE
              WHEN WS-KOD-ODRZUCENIA NOT = SPACES
                 PERFORM ZAPISZ-ODPOWIEDZ
              WHEN JUZ-W-KOLEJCE
                 PERFORM ZALICZ-ZAKOLEJKOWANA
              WHEN OTHER
                 PERFORM ZAKOLEJKUJ-ZMIANE
              END-EVALUATE
           ELSE
           DISPLAY 'END OF DATA'
           END-IF
           EXIT.
       SPRAWDZ-POLA.
      * PESEL, DATA ZMIANY (PRAWDZIWA I NIE Z PRZYSZLOSCI) I ULICA
           EVALUATE TRUE
           WHEN AD-PESEL IS NOT NUMERIC
              MOVE 'PS' TO WS-KOD-ODRZUCENIA
              MOVE 'PESEL NIENUMERYCZNY' TO WS-OPIS-ODRZUCENIA
              ADD 1 TO WS-R-PS-COUNT
           WHEN AD-DATA-ZMIANY(5:1) NOT = '-'
             OR AD-DATA-ZMIANY(8:1) NOT = '-'
              MOVE 'DT' TO WS-KOD-ODRZUCENIA
           WHEN OTHER
              MOVE AD-DATA-ZMIANY(1:4) TO WS-DATA-ZMIANY(1:4)
              MOVE AD-DATA-ZMIANY(6:2) TO WS-DATA-ZMIANY(5:2)
              MOVE AD-DATA-ZMIANY(9:2) TO WS-DATA-ZMIANY(7:2)
              IF WS-DATA-ZMIANY IS NOT NUMERIC
                 MOVE 'DT' TO WS-KOD-ODRZUCENIA
              ELSE
                 COMPUTE WS-DATA-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATA-ZMIANY-NUM)
                 IF WS-DATA-INT = 0
                    OR WS-DATA-ZMIANY > WS-DATA-NOCY
                    MOVE 'DT' TO WS-KOD-ODRZUCENIA
                 END-IF
              END-IF
           END-EVALUATE
           IF WS-KOD-ODRZUCENIA = 'DT'
              MOVE 'NIEPOPRAWNA DATA ZMIANY' TO WS-OPIS-ODRZUCENIA
              ADD 1 TO WS-R-DT-COUNT
           END-IF
           IF WS-KOD-ODRZUCENIA = SPACES AND AD-ULICA = SPACES
              MOVE 'UL' TO WS-KOD-ODRZUCENIA
              MOVE 'BRAK ULICY' TO WS-OPIS-ODRZUCENIA
              ADD 1 TO WS-R-UL-COUNT
           END-IF
           EXIT.
       SPRAWDZ-KOD-MIASTO.
      * PARA KOD/MIASTO MUSI BYC W SLOWNIKU - TA SAMA KONTROLA CO
      * PRZY WPISIE W USERP
           MOVE AD-KOD-POCZT TO KD-KOD
           MOVE AD-MIASTO TO KD-MIASTO
           READ KODY
           INVALID KEY
              MOVE 'KM' TO WS-KOD-ODRZUCENIA
              MOVE 'KOD/MIASTO SPOZA SLOWNIKA' TO WS-OPIS-ODRZUCENIA
              ADD 1 TO WS-R-KM-COUNT
           NOT INVALID KEY
              CONTINUE
           END-READ
           IF KODY-STATUS = 0 OR KODY-STATUS = 23 THEN CONTINUE
           ELSE
           DISPLAY 'BLAD ODCZYTU SLOWNIKA KODOW' SPACE KODY-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       SZUKAJ-W-PIERMAJ.
      * CZYSZCZENIE POL TEKSTOWYCH JAK PRZY VARCHAR W ZGONYB -
      * DB2 USTAWIA TYLKO TYLE BAJTOW, ILE MA WARTOSC
           MOVE AD-PESEL TO DCL-PESEL
           MOVE SPACES TO DCL-NAZWISKO-TEXT
           MOVE SPACES TO DCL-IMIE-TEXT
           MOVE 0 TO IMIE-IND
           MOVE 0 TO NAZWISKO-IND
           EXEC SQL
              SELECT DATA_UR, IMIE, NAZWISKO, PLEC, TELEFON
              INTO :DCL-DATA-UR,
                   :DCL-IMIE:IMIE-IND,
                   :DCL-NAZWISKO:NAZWISKO-IND,
                   :DCL-PLEC,
                   :DCL-TELEFON
              FROM PIERMAJ
              WHERE PESEL = :DCL-PESEL
           END-EXEC
           EVALUATE SQLCODE
           WHEN 00
              IF IMIE-IND < 0
                 MOVE SPACES TO DCL-IMIE-TEXT
              END-IF
              IF NAZWISKO-IND < 0
                 MOVE SPACES TO DCL-NAZWISKO-TEXT
              END-IF
              MOVE DCL-DATA-UR(9:2) TO WS-OS-DATA(1:2)
              MOVE '-' TO WS-OS-DATA(3:1)
              MOVE DCL-DATA-UR(6:2) TO WS-OS-DATA(4:2)
              MOVE '-' TO WS-OS-DATA(6:1)
              MOVE DCL-DATA-UR(1:4) TO WS-OS-DATA(7:4)
              MOVE DCL-IMIE-TEXT TO WS-OS-IMIE
              MOVE DCL-NAZWISKO-TEXT TO WS-OS-NAZWISKO
              MOVE DCL-PLEC TO WS-OS-PLEC
              MOVE DCL-TELEFON TO WS-OS-TELEFON
           WHEN 100
              MOVE 'BO' TO WS-KOD-ODRZUCENIA
              MOVE 'BRAK OSOBY W REJESTRZE' TO WS-OPIS-ODRZUCENIA
              ADD 1 TO WS-R-BO-COUNT
           WHEN OTHER
              DISPLAY 'SELECT ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-EVALUATE
           EXIT.
       SPRAWDZ-HISTORIE.
      * KOREKTA PRZYLOZONA Z DNIA POZNIEJSZEGO NIZ DATA ZMIANY -
      * NASZE DANE SA NOWSZE OD ICH ZMIANY
           MOVE WS-DATA-ZMIANY TO WS-HG-DATA
           MOVE 0 TO WS-HIS-ILE
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-HIS-ILE
              FROM PIERHIS
              WHERE PESEL = :DCL-PESEL
                AND TYP = 'U'
                AND CZAS > :WS-HIS-GRANICA
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'SELECT PIERHIS ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-IF
           IF WS-HIS-ILE > 0
              PERFORM ODRZUC-STARSZA
           END-IF
           EXIT.
       ODRZUC-STARSZA.
           MOVE 'ST' TO WS-KOD-ODRZUCENIA
           MOVE 'ZMIANA STARSZA NIZ KOREKTA' TO WS-OPIS-ODRZUCENIA
           ADD 1 TO WS-R-ST-COUNT
           EXIT.
       SPRAWDZ-KOLEJKE.
      * WPISY CZEKAJACE NA TEN PESEL W FKOREK - KLUCZ TO PESEL+TS,
      * WIEC START NA PESELU Z NAJMNIEJSZYM STEMPLEM I CZYTAMY
      * DOPOKI PESEL SIE NIE ZMIENI (JAK W ZGONYB)
           MOVE 'N' TO WS-KONIEC-KOLEJKI
           MOVE 'N' TO WS-CZY-W-KOLEJCE
           MOVE AD-PESEL TO KO-PESEL
           MOVE LOW-VALUES TO KO-TS
           START KOREKTY KEY IS NOT LESS THAN KO-KLUCZ
           INVALID KEY
              MOVE 'Y' TO WS-KONIEC-KOLEJKI
           NOT INVALID KEY
              CONTINUE
           END-START
           IF KOREKTY-STATUS = 0 OR KOREKTY-STATUS = 23
              THEN CONTINUE
           ELSE
           DISPLAY 'BLAD START KOLEJKI' SPACE KOREKTY-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           PERFORM CZYTAJ-WPIS-KOLEJKI UNTIL WS-KONIEC-KOLEJKI = 'Y'
           EXIT.
       CZYTAJ-WPIS-KOLEJKI.
      * CZEKAJACE USUNIECIE - ODRZUT UD. CZEKAJACA POPRAWKA -
      * JEJ DANE OSOBOWE IDA DALEJ W NASZYM WPISIE (ZMIANYB
      * PRZYLOZY JA PRZED NASZA), A GDY ZOSTALA WPISANA W DNIU
      * POZNIEJSZYM NIZ DATA ZMIANY - ODRZUT ST. WPISY Z TEGO
      * PRZEBIEGU SPRAWDZA SPRAWDZ-PRZYJETE. WPIS 'AD' Z TYM SAMYM
      * ADRESEM TO TA SAMA LINIA Z PRZEBIEGU PRZERWANEGO ABENDEM
      * (FKOREK NIE WRACA PRZY ABENDZIE) - ZALICZAMY JA JAKO
      * ZAKOLEJKOWANA, BEZ ODRZUTU I BEZ DRUGIEGO WPISU
           READ KOREKTY NEXT RECORD
           AT END
              MOVE 'Y' TO WS-KONIEC-KOLEJKI
           NOT AT END
              IF KO-PESEL NOT = AD-PESEL
                 MOVE 'Y' TO WS-KONIEC-KOLEJKI
              ELSE
                 EVALUATE TRUE
                 WHEN KO-TYP = 'D'
                    MOVE 'UD' TO WS-KOD-ODRZUCENIA
                    MOVE 'OSOBA CZEKA NA USUNIECIE'
                     TO WS-OPIS-ODRZUCENIA
                    ADD 1 TO WS-R-UD-COUNT
                    MOVE 'Y' TO WS-KONIEC-KOLEJKI
                 WHEN KO-POWOD = 'AD'
                  AND KO-TS(1:21) < WS-TS-TERAZ
                  AND KO-ULICA = AD-ULICA
                  AND KO-MIASTO = AD-MIASTO
                  AND KO-KOD-POCZT = AD-KOD-POCZT
                  AND (AD-TELEFON = SPACES
                       OR KO-TELEFON = AD-TELEFON)
                    MOVE 'Y' TO WS-CZY-W-KOLEJCE
                    MOVE 'Y' TO WS-KONIEC-KOLEJKI
                 WHEN KO-TS(1:21) < WS-TS-TERAZ
                  AND KO-TS(1:8) > WS-DATA-ZMIANY
                    PERFORM ODRZUC-STARSZA
                    MOVE 'Y' TO WS-KONIEC-KOLEJKI
                 WHEN OTHER
                    MOVE KO-DATA TO WS-OS-DATA
                    MOVE KO-IMIE TO WS-OS-IMIE
                    MOVE KO-NAZWISKO TO WS-OS-NAZWISKO
                    MOVE KO-PLEC TO WS-OS-PLEC
                    MOVE KO-TELEFON TO WS-OS-TELEFON
                 END-EVALUATE
              END-IF
           END-READ
           IF KOREKTY-STATUS = 0 OR KOREKTY-STATUS = 10
              THEN CONTINUE
           ELSE
            DISPLAY 'BLAD ODCZYTU KOLEJKI' SPACE KOREKTY-STATUS
            PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       SPRAWDZ-PRZYJETE.
      * DRUGA LINIA TEJ SAMEJ OSOBY W PLIKU - PRZYJMUJEMY TYLKO
      * GDY JEJ DATA ZMIANY NIE JEST STARSZA OD JUZ PRZYJETEJ
           MOVE 0 TO WS-PR-ZNALEZIONA
           PERFORM SZUKAJ-PRZYJETEJ
            VARYING WS-PR-IDX FROM 1 BY 1
            UNTIL WS-PR-IDX > WS-PRZYJETE-COUNT
               OR WS-PR-ZNALEZIONA > 0
           IF WS-PR-ZNALEZIONA > 0
              IF WS-DATA-ZMIANY < WS-PR-DATA(WS-PR-ZNALEZIONA)
                 PERFORM ODRZUC-STARSZA
              END-IF
           END-IF
           EXIT.
       SZUKAJ-PRZYJETEJ.
           IF WS-PR-PESEL(WS-PR-IDX) = AD-PESEL
              MOVE WS-PR-IDX TO WS-PR-ZNALEZIONA
           END-IF
           EXIT.
       ZAKOLEJKUJ-ZMIANE.
      * WPIS 'U' JAK Z PF2 W USERP, ALE Z POWODEM 'AD' - NOWY
      * ADRES Z PLIKU, RESZTA DANYCH BEZ ZMIAN
           MOVE SPACES TO FS-KOREKTA
           MOVE AD-PESEL TO KO-PESEL
           MOVE FUNCTION CURRENT-DATE TO KO-TS
           ADD 1 TO WS-KO-NUMER
           MOVE WS-KO-NUMER TO KO-TS(22:5)
           MOVE 'U' TO KO-TYP
           MOVE WS-OS-DATA TO KO-DATA
           MOVE WS-OS-IMIE TO KO-IMIE
           MOVE WS-OS-NAZWISKO TO KO-NAZWISKO
           MOVE AD-ULICA TO KO-ULICA
           MOVE AD-MIASTO TO KO-MIASTO
           MOVE AD-KOD-POCZT TO KO-KOD-POCZT
           MOVE WS-OS-PLEC TO KO-PLEC
           IF AD-TELEFON = SPACES
              MOVE WS-OS-TELEFON TO KO-TELEFON
           ELSE
              MOVE AD-TELEFON TO KO-TELEFON
           END-IF
           MOVE 'AD' TO KO-POWOD
           WRITE FS-KOREKTA
           IF KOREKTY-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'BLAD ZAPISU DO KOLEJKI' SPACE KOREKTY-STATUS
            SPACE KO-PESEL
           PERFORM ABEND-PGM-PARA
           END-IF
           PERFORM ZAPAMIETAJ-PRZYJETA
           EXIT.
       ZALICZ-ZAKOLEJKOWANA.
      * ZMIANA JUZ W KOLEJCE Z PRZERWANEGO PRZEBIEGU - ZMIANYB JA
      * PRZYLOZY, WIEC LICZY SIE JAK PRZYJETA I NIE IDZIE DO
      * ODPOWIEDZI
           MOVE 0 TO WS-PR-ZNALEZIONA
           PERFORM SZUKAJ-PRZYJETEJ
            VARYING WS-PR-IDX FROM 1 BY 1
            UNTIL WS-PR-IDX > WS-PRZYJETE-COUNT
               OR WS-PR-ZNALEZIONA > 0
           PERFORM ZAPAMIETAJ-PRZYJETA
           EXIT.
       ZAPAMIETAJ-PRZYJETA.
           ADD 1 TO WS-QUEUED-COUNT
           IF WS-PR-ZNALEZIONA > 0
              MOVE WS-DATA-ZMIANY TO WS-PR-DATA(WS-PR-ZNALEZIONA)
           ELSE
              IF WS-PRZYJETE-COUNT >= 9999
                 DISPLAY 'ZA DUZO ZMIAN W PLIKU - MAX 9999'
                 PERFORM ABEND-PGM-PARA
              END-IF
              ADD 1 TO WS-PRZYJETE-COUNT
              MOVE AD-PESEL TO WS-PR-PESEL(WS-PRZYJETE-COUNT)
              MOVE WS-DATA-ZMIANY TO WS-PR-DATA(WS-PRZYJETE-COUNT)
           END-IF
           EXIT.
       ZAPISZ-ODPOWIEDZ.
           ADD 1 TO WS-REJECT-COUNT
           MOVE FS-ADRES TO OD-REKORD
           MOVE WS-KOD-ODRZUCENIA TO OD-KOD
           MOVE WS-OPIS-ODRZUCENIA TO OD-OPIS
           WRITE FS-ODPOWIEDZ
           IF ODPOWIEDZ-STATUS NOT = 0
              DISPLAY 'BLAD ZAPISU DO PLIKU ODPOWIEDZI' SPACE
               ODPOWIEDZ-STATUS
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       CZYTAJ-1-REKORD.
           READ ADRESY
           AT END
              MOVE 'Y' TO WS-EOF
           NOT AT END
             ADD 1 TO WS-READ-COUNT
           END-READ
           IF ADRESY-STATUS = 0 OR ADRESY-STATUS = 10
              THEN CONTINUE
           ELSE
            DISPLAY 'BLAD ODCZYTU PLIKU ZMIAN ADRESOW' SPACE
             ADRESY-STATUS
            PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       DRUKUJ-RAPORT-KONCOWY.
      * RAPORT KONTROLNY - WCZYTANE = ZAKOLEJKOWANE + ODESLANE,
      * ODESLANE ROZBITE NA KODY POWODU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'ADRESB - RAPORT KONCOWY ' DELIMITED BY SIZE
            WS-DATA-NOCY DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING 'ZMIANY WCZYTANE Z PLIKU   : ' DELIMITED BY SIZE
            WS-READ-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING 'ZAKOLEJKOWANE DO FKOREK   : ' DELIMITED BY SIZE
            WS-QUEUED-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING 'ODESLANE W ODPOWIEDZI     : ' DELIMITED BY SIZE
            WS-REJECT-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING '  PS PESEL NIENUMERYCZNY  : ' DELIMITED BY SIZE
            WS-R-PS-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING '  DT NIEPOPRAWNA DATA     : ' DELIMITED BY SIZE
            WS-R-DT-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING '  UL BRAK ULICY           : ' DELIMITED BY SIZE
            WS-R-UL-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING '  KM SPOZA SLOWNIKA FKODY : ' DELIMITED BY SIZE
            WS-R-KM-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING '  BO BRAK OSOBY W PIERMAJ : ' DELIMITED BY SIZE
            WS-R-BO-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING '  UD CZEKA NA USUNIECIE   : ' DELIMITED BY SIZE
            WS-R-UD-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING '  ST STARSZA NIZ KOREKTA  : ' DELIMITED BY SIZE
            WS-R-ST-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           EXIT.
       PISZ-LINIE.
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           EXIT.
       SPRAWDZ-STATUS-RAPORTU.
           IF RAPORT-STATUS NOT = 0
              DISPLAY 'BLAD ZAPISU DO RAPORTU' SPACE RAPORT-STATUS
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
