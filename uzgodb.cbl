       IDENTIFICATION DIVISION.
       PROGRAM-ID. UZGODB.
      * MIESIECZNE UZGODNIENIE PELNEJ KOPII REJESTRU Z SYSTEMU
      * SWIADCZEN Z PIERMAJ. POTWB POTWIERDZA TYLKO ODBIOR DZIENNYCH
      * EKSTRAKTOW, A PO MIESIACACH EKSTRAKTOW DOBAZY I ZMIANYB ICH
      * KOPIA ROZJEZDZALA SIE Z NASZA (NIEUSUNIETE OSOBY, ADRESY BEZ
      * KOREKTY). ODBIORCA PRZYSYLA RAZ W MIESIACU CALA SWOJA KOPIE
      * W UKLADZIE EKSTRAKTU DOBAZY: NAGLOWEK 'H' ZE STEMPLEM STANU
      * KOPII, REKORD 'D' NA OSOBE, STOPKA 'T' Z LICZBA I SUMA
      * KONTROLNA PESELI, POSORTOWANE PO PESELU (KROK SORT W JCL
      * PRZED UZGODB, JAK PRZED POTWB).
      * PIERWSZY PRZEBIEG PO KOPII SPRAWDZA NAGLOWEK, KOLEJNOSC,
      * STOPKE I SUME (JAK DWA PRZEBIEGI WCZYTB) - KOPIA URWANA ALBO
      * NIEPOSORTOWANA KONCZY JOB, ZANIM POWSTANIE DELTA, BO INACZEJ
      * BRAKUJACY OGON KOPII WYSZEDLBY JAKO MASOWE DOPISANIA.
      * DRUGI PRZEBIEG TO ZLACZENIE Z KURSOREM PO PIERMAJ
      * (ORDER BY PESEL) JAK W RECONCIL. RAPORT: OSOBY TYLKO U NICH,
      * TYLKO U NAS I ROZNICE POL (IMIE, NAZWISKO, DATA_UR, ULICA,
      * MIASTO, KOD_POCZT, PLEC) ORAZ PODSUMOWANIE DO PODPISU
      * KIEROWNIKA. DELTA KORYGUJACA IDZIE W DWOCH PLIKACH, KAZDY
      * W UKLADZIE JUZ OBSLUGIWANYM PO ICH STRONIE:
      *   DELTANOW - UKLAD EKSTRAKTU DOBAZY: 'D' = OSOBA TYLKO U NAS
      *   DELTAZM  - UKLAD EKSTRAKTU ZMIANYB: 'U' = NASZE WARTOSCI
      *              DLA OSOBY Z ROZNICAMI, 'D' = OSOBA TYLKO U NICH
      * OSOBA Z WPISEM PIERHIS PO STEMPLU KOPII JEST W TOKU - JEJ
      * ZMIANA JEDZIE JUZ DZIENNYM EKSTRAKTEM, WIEC IDZIE TYLKO NA
      * RAPORT, NIE DO DELTY. OSOBY ZAREJESTROWANEJ PO STEMPLU KOPII
      * NIE DA SIE TAK ROZPOZNAC (INSERT NIE PISZE PIERHIS) - KOPIA
      * MA BYC ZROBIONA PO WCZYTANIU OSTATNIEGO EKSTRAKTU, A UZGODB
      * MA ISC PRZED NASTEPNYM DOBAZY
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KOPIA ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS KOPIA-STATUS.
           SELECT RAPORT ASSIGN TO DD2
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RAPORT-STATUS.
           SELECT DELTANOW ASSIGN TO DD3
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS DELTANOW-STATUS.
           SELECT DELTAZM ASSIGN TO DD4
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS DELTAZM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KOPIA
      * PELNA KOPIA Z SYSTEMU SWIADCZEN - UKLAD EKSTRAKTU DOBAZY
           DATA RECORD IS FS-KOPIA
           RECORD CONTAINS 134 CHARACTERS.
       01 FS-KOPIA PIC X(134).
       FD RAPORT
           DATA RECORD IS FS-RAPORT
           RECORD CONTAINS 132 CHARACTERS.
       01 FS-RAPORT PIC X(132).
       FD DELTANOW
           DATA RECORD IS FS-DELTANOW
           RECORD CONTAINS 134 CHARACTERS.
       01 FS-DELTANOW PIC X(134).
       FD DELTAZM
           DATA RECORD IS FS-DELTAZM
           RECORD CONTAINS 134 CHARACTERS.
       01 FS-DELTAZM PIC X(134).
       WORKING-STORAGE SECTION.
           EXEC SQL  INCLUDE SQLCA END-EXEC.
       01 KOPIA-STATUS PIC 99.
       01 RAPORT-STATUS PIC 99.
       01 DELTANOW-STATUS PIC 99.
       01 DELTAZM-STATUS PIC 99.
       01 WS-EOF-KOPII PIC X VALUE 'N'.
       01 WS-RAPORT-LINE PIC X(132).
       01 WS-DZISIAJ PIC X(21).
      * REKORD KOPII - TEN SAM UKLAD CO EKSTRAKT DOBAZY
       01 WS-KOPIA-OSOBA.
           05 KP-TYP PIC X.
           05 KP-PESEL PIC X(11).
           05 KP-IMIE PIC X(20).
           05 KP-NAZWISKO PIC X(20).
           05 KP-DATA-UR PIC X(10).
           05 KP-ULICA PIC X(30).
           05 KP-MIASTO PIC X(20).
           05 KP-KOD-POCZT PIC X(6).
           05 KP-PLEC PIC X(1).
           05 KP-TELEFON PIC X(15).
       01 WS-KOPIA-NAGLOWEK REDEFINES WS-KOPIA-OSOBA.
           05 FILLER PIC X.
           05 KN-DATA-PRZEBIEGU PIC X(21).
           05 FILLER PIC X(112).
       01 WS-KOPIA-STOPKA REDEFINES WS-KOPIA-OSOBA.
           05 FILLER PIC X.
           05 KS-LICZBA PIC 9(9).
           05 KS-SUMA-PESEL PIC 9(15).
           05 FILLER PIC X(109).
      * KONTROLA KOPII W PIERWSZYM PRZEBIEGU - PIERWSZY BLAD
      * ZOSTAJE W WS-BLAD-KOPII
       01 WS-KONTROLA-KOPII.
           05 WS-K-REKORDY PIC 9(9) VALUE 0.
           05 WS-K-LICZBA-D PIC 9(9) VALUE 0.
           05 WS-K-SUMA-PESEL PIC 9(15) VALUE 0.
           05 WS-K-STOPKA PIC X VALUE 'N'.
           05 WS-K-POPRZEDNI PIC X(11) VALUE LOW-VALUES.
       01 WS-BLAD-KOPII PIC X(50) VALUE SPACES.
      * STEMPEL STANU KOPII Z JEJ NAGLOWKA - GRANICA DLA WPISOW
      * PIERHIS "W TOKU"
       01 WS-H-OD PIC X(26) VALUE SPACES.
       01 WS-H-PESEL PIC X(11).
       01 WS-H-ILE PIC S9(9) COMP.
      * BIEZACY WIERSZ PIERMAJ Z KURSORA
       01 PM-WIERSZ.
           05 PM-PESEL PIC X(11).
           05 PM-IMIE PIC X(20).
           05 PM-NAZWISKO PIC X(20).
           05 PM-DATA-UR PIC X(10).
           05 PM-ULICA PIC X(30).
           05 PM-MIASTO PIC X(20).
           05 PM-KOD-POCZT PIC X(6).
           05 PM-PLEC PIC X(1).
           05 PM-TELEFON PIC X(15).
       01 PM-NULL-INDICATORS.
           05 PM-IMIE-IND PIC S9(4) COMP.
           05 PM-NAZWISKO-IND PIC S9(4) COMP.
      * REKORDY DELTY - UKLAD EKSTRAKTOW DOBAZY/ZMIANYB
       01 WS-EKS-NAGLOWEK.
           05 EN-TYP PIC X VALUE 'H'.
           05 EN-DATA-PRZEBIEGU PIC X(21).
           05 FILLER PIC X(112) VALUE SPACES.
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
       01 WS-EKS-STOPKA.
           05 ES-TYP PIC X VALUE 'T'.
           05 ES-LICZBA PIC 9(9).
           05 ES-SUMA-PESEL PIC 9(15).
           05 FILLER PIC X(109) VALUE SPACES.
      * SUMA KONTROLNA PESELI MODULO 10**15 - JAK W DOBAZY/ZMIANYB
       01 WS-PESEL-NUM PIC 9(11).
       01 WS-SUMA-NOW PIC 9(15) VALUE 0.
       01 WS-SUMA-ZM PIC 9(15) VALUE 0.
      * POLE Z ROZNICA - DO JEDNEJ LINII RAPORTU
       01 WS-ROZNICE PIC X VALUE 'N'.
           88 SA-ROZNICE VALUE 'Y'.
       01 WS-POLE-NAZWA PIC X(9).
       01 WS-WART-NASZA PIC X(30).
       01 WS-WART-ICH PIC X(30).
       01 WS-LICZNIKI.
           05 WS-KOPIA-COUNT PIC 9(9) VALUE 0.
           05 WS-PIERMAJ-COUNT PIC 9(9) VALUE 0.
           05 WS-ZGODNE-COUNT PIC 9(9) VALUE 0.
           05 WS-TYLKO-ICH-COUNT PIC 9(9) VALUE 0.
           05 WS-TYLKO-NASZE-COUNT PIC 9(9) VALUE 0.
           05 WS-ROZNE-COUNT PIC 9(9) VALUE 0.
           05 WS-W-TOKU-COUNT PIC 9(9) VALUE 0.
           05 WS-DELTA-NOW-COUNT PIC 9(9) VALUE 0.
           05 WS-DELTA-U-COUNT PIC 9(9) VALUE 0.
           05 WS-DELTA-D-COUNT PIC 9(9) VALUE 0.
           05 WS-DELTA-ZM-COUNT PIC 9(9) VALUE 0.
           05 WS-R-IMIE-COUNT PIC 9(9) VALUE 0.
           05 WS-R-NAZWISKO-COUNT PIC 9(9) VALUE 0.
           05 WS-R-DATA-UR-COUNT PIC 9(9) VALUE 0.
           05 WS-R-ULICA-COUNT PIC 9(9) VALUE 0.
           05 WS-R-MIASTO-COUNT PIC 9(9) VALUE 0.
           05 WS-R-KOD-COUNT PIC 9(9) VALUE 0.
           05 WS-R-PLEC-COUNT PIC 9(9) VALUE 0.
       01 WS-BILANS PIC 9(9).
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           EXEC SQL
           DECLARE OSOBY CURSOR FOR
           SELECT PESEL, IMIE, NAZWISKO, DATA_UR,
                  ULICA, MIASTO, KOD_POCZT, PLEC, TELEFON
           FROM PIERMAJ
           ORDER BY PESEL
           END-EXEC
           MOVE FUNCTION CURRENT-DATE TO WS-DZISIAJ
           PERFORM OTWORZ-PLIKI
           PERFORM SPRAWDZ-KOPIE
           PERFORM OTWORZ-DELTY
           PERFORM OTWORZ-KURSOR
           PERFORM CZYTAJ-Z-KURSORA
           PERFORM CZYTAJ-KOPIE
           PERFORM POROWNAJ-OSOBE
            UNTIL KP-PESEL = HIGH-VALUES AND PM-PESEL = HIGH-VALUES
           PERFORM ZAMKNIJ-KURSOR
           PERFORM ZAMKNIJ-DELTY
           PERFORM DRUKUJ-PODSUMOWANIE
           CLOSE KOPIA
           CLOSE RAPORT
           STOP RUN.
       OTWORZ-PLIKI.
           OPEN INPUT KOPIA
           IF KOPIA-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING BENEFITS COPY' SPACE
            KOPIA-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN OUTPUT RAPORT
           IF RAPORT-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING REPORT FILE' SPACE
            RAPORT-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'UZGODB - UZGODNIENIE KOPII SYSTEMU SWIADCZEN Z '
            DELIMITED BY SIZE
            'PIERMAJ ' DELIMITED BY SIZE
            WS-DZISIAJ(1:8) DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           EXIT.
       ABEND-PGM-PARA.
           CALL 'ABENDPGM' USING SQLCODE
           GOBACK.
       SPRAWDZ-KOPIE.
      * PIERWSZY PRZEBIEG - NIC JESZCZE NIE ZAPISANE DO DELTY, WIEC
      * ZLA KOPIA KONCZY JOB BEZ SKUTKOW PO ICH STRONIE
           PERFORM CZYTAJ-1-DO-KONTROLI UNTIL WS-EOF-KOPII = 'Y'
           IF WS-BLAD-KOPII = SPACES AND WS-K-STOPKA NOT = 'Y'
              MOVE 'BRAK STOPKI - KOPIA URWANA' TO WS-BLAD-KOPII
           END-IF
           IF WS-BLAD-KOPII = SPACES
              AND WS-K-LICZBA-D NOT = KS-LICZBA
              MOVE 'LICZBA REKORDOW NIEZGODNA ZE STOPKA'
               TO WS-BLAD-KOPII
           END-IF
           IF WS-BLAD-KOPII = SPACES
              AND WS-K-SUMA-PESEL NOT = KS-SUMA-PESEL
              MOVE 'SUMA KONTROLNA PESELI NIEZGODNA ZE STOPKA'
               TO WS-BLAD-KOPII
           END-IF
           IF WS-BLAD-KOPII NOT = SPACES
              MOVE SPACES TO WS-RAPORT-LINE
              STRING 'KOPIA ODRZUCONA: ' DELIMITED BY SIZE
               WS-BLAD-KOPII DELIMITED BY SIZE
               ' REKORD NR ' DELIMITED BY SIZE
               WS-K-REKORDY DELIMITED BY SIZE
               INTO WS-RAPORT-LINE
              WRITE FS-RAPORT FROM WS-RAPORT-LINE
              PERFORM SPRAWDZ-STATUS-RAPORTU
              CLOSE RAPORT
              DISPLAY 'KOPIA ODRZUCONA: ' WS-BLAD-KOPII
              PERFORM ABEND-PGM-PARA
           END-IF
      * DRUGI PRZEBIEG OD POCZATKU PLIKU
           CLOSE KOPIA
           OPEN INPUT KOPIA
           IF KOPIA-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE REOPENING BENEFITS COPY' SPACE
            KOPIA-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           MOVE 'N' TO WS-EOF-KOPII
           EXIT.
       CZYTAJ-1-DO-KONTROLI.
           READ KOPIA INTO WS-KOPIA-OSOBA
           AT END
              MOVE 'Y' TO WS-EOF-KOPII
           NOT AT END
              ADD 1 TO WS-K-REKORDY
              PERFORM KONTROLUJ-REKORD
           END-READ
           IF KOPIA-STATUS = 0 OR KOPIA-STATUS = 10 THEN CONTINUE
           ELSE
           DISPLAY 'BLAD ODCZYTU KOPII' SPACE KOPIA-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       KONTROLUJ-REKORD.
           IF WS-BLAD-KOPII = SPACES
              EVALUATE TRUE
              WHEN WS-K-STOPKA = 'Y'
                 MOVE 'REKORD PO STOPCE' TO WS-BLAD-KOPII
              WHEN WS-K-REKORDY = 1 AND KP-TYP NOT = 'H'
                 MOVE 'BRAK NAGLOWKA' TO WS-BLAD-KOPII
              WHEN KP-TYP = 'H' AND WS-K-REKORDY NOT = 1
                 MOVE 'DRUGI NAGLOWEK' TO WS-BLAD-KOPII
              WHEN KP-TYP = 'H'
                 MOVE KN-DATA-PRZEBIEGU TO WS-H-OD
              WHEN KP-TYP = 'T'
                 MOVE 'Y' TO WS-K-STOPKA
              WHEN KP-TYP NOT = 'D'
                 MOVE 'NIEZNANY TYP REKORDU' TO WS-BLAD-KOPII
              WHEN KP-PESEL NOT > WS-K-POPRZEDNI
                 MOVE 'PESEL POZA KOLEJNOSCIA ALBO POWTORZONY'
                  TO WS-BLAD-KOPII
              WHEN OTHER
                 ADD 1 TO WS-K-LICZBA-D
                 MOVE KP-PESEL TO WS-K-POPRZEDNI
                 MOVE KP-PESEL TO WS-PESEL-NUM
                 COMPUTE WS-K-SUMA-PESEL = FUNCTION MOD(
                  WS-K-SUMA-PESEL + WS-PESEL-NUM, 1000000000000000)
              END-EVALUATE
           END-IF
           EXIT.
       OTWORZ-DELTY.
           OPEN OUTPUT DELTANOW
           IF DELTANOW-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING INSERT DELTA' SPACE
            DELTANOW-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN OUTPUT DELTAZM
           IF DELTAZM-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING CHANGE DELTA' SPACE
            DELTAZM-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           MOVE WS-DZISIAJ TO EN-DATA-PRZEBIEGU
           WRITE FS-DELTANOW FROM WS-EKS-NAGLOWEK
           PERFORM SPRAWDZ-STATUS-DELTANOW
           WRITE FS-DELTAZM FROM WS-EKS-NAGLOWEK
           PERFORM SPRAWDZ-STATUS-DELTAZM
           EXIT.
       ZAMKNIJ-DELTY.
           MOVE WS-DELTA-NOW-COUNT TO ES-LICZBA
           MOVE WS-SUMA-NOW TO ES-SUMA-PESEL
           WRITE FS-DELTANOW FROM WS-EKS-STOPKA
           PERFORM SPRAWDZ-STATUS-DELTANOW
           COMPUTE WS-DELTA-ZM-COUNT =
            WS-DELTA-U-COUNT + WS-DELTA-D-COUNT
           MOVE WS-DELTA-ZM-COUNT TO ES-LICZBA
           MOVE WS-SUMA-ZM TO ES-SUMA-PESEL
           WRITE FS-DELTAZM FROM WS-EKS-STOPKA
           PERFORM SPRAWDZ-STATUS-DELTAZM
           CLOSE DELTANOW
           CLOSE DELTAZM
           EXIT.
       OTWORZ-KURSOR.
           EXEC SQL
              OPEN OSOBY
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'OPEN CURSOR ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       ZAMKNIJ-KURSOR.
           EXEC SQL
              CLOSE OSOBY
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'CLOSE CURSOR ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       CZYTAJ-Z-KURSORA.
      * KONIEC KURSORA = HIGH-VALUES W KLUCZU, JAK W RECONCIL -
      * RESZTA KOPII WYCHODZI WTEDY JAKO "TYLKO U NICH"
           EXEC SQL
              FETCH OSOBY
              INTO :PM-PESEL,
                   :PM-IMIE:PM-IMIE-IND,
                   :PM-NAZWISKO:PM-NAZWISKO-IND,
                   :PM-DATA-UR,
                   :PM-ULICA,
                   :PM-MIASTO,
                   :PM-KOD-POCZT,
                   :PM-PLEC,
                   :PM-TELEFON
           END-EXEC
           EVALUATE SQLCODE
           WHEN 00
              ADD 1 TO WS-PIERMAJ-COUNT
              IF PM-IMIE-IND < 0
                 MOVE SPACES TO PM-IMIE
              END-IF
              IF PM-NAZWISKO-IND < 0
                 MOVE SPACES TO PM-NAZWISKO
              END-IF
           WHEN 100
              MOVE HIGH-VALUES TO PM-PESEL
           WHEN OTHER
              DISPLAY 'FETCH ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-EVALUATE
           EXIT.
       CZYTAJ-KOPIE.
      * NAGLOWEK POMIJAMY, STOPKA KONCZY STRUMIEN (HIGH-VALUES)
      * - KOPIA JEST JUZ SPRAWDZONA W PIERWSZYM PRZEBIEGU
           MOVE SPACES TO KP-TYP
           PERFORM CZYTAJ-1-REKORD-KOPII
            UNTIL KP-TYP = 'D' OR WS-EOF-KOPII = 'Y'
           IF WS-EOF-KOPII = 'Y'
              MOVE HIGH-VALUES TO KP-PESEL
           ELSE
              ADD 1 TO WS-KOPIA-COUNT
           END-IF
           EXIT.
       CZYTAJ-1-REKORD-KOPII.
           READ KOPIA INTO WS-KOPIA-OSOBA
           AT END
              MOVE 'Y' TO WS-EOF-KOPII
           NOT AT END
              IF KP-TYP = 'T'
                 MOVE 'Y' TO WS-EOF-KOPII
              END-IF
           END-READ
           IF KOPIA-STATUS = 0 OR KOPIA-STATUS = 10 THEN CONTINUE
           ELSE
           DISPLAY 'BLAD ODCZYTU KOPII' SPACE KOPIA-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       POROWNAJ-OSOBE.
      * ZLACZENIE DWOCH POSORTOWANYCH STRUMIENI - MNIEJSZY KLUCZ
      * TO OSOBA TYLKO PO JEDNEJ STRONIE, ROWNE KLUCZE POROWNUJEMY
      * POLE PO POLU
           EVALUATE TRUE
           WHEN KP-PESEL = PM-PESEL
              PERFORM POROWNAJ-POLA
              PERFORM CZYTAJ-KOPIE
              PERFORM CZYTAJ-Z-KURSORA
           WHEN KP-PESEL < PM-PESEL
              PERFORM TYLKO-U-NICH
              PERFORM CZYTAJ-KOPIE
           WHEN OTHER
              PERFORM TYLKO-U-NAS
              PERFORM CZYTAJ-Z-KURSORA
           END-EVALUATE
           EXIT.
       TYLKO-U-NICH.
      * NIE MA GO W PIERMAJ - U NICH DO USUNIECIA (REKORD 'D'
      * ZMIANYB Z SAMYM PESELEM), CHYBA ZE USUNIELISMY GO PO
      * STEMPLU KOPII I DELETE JEDZIE JUZ DZIENNYM EKSTRAKTEM
           ADD 1 TO WS-TYLKO-ICH-COUNT
           MOVE KP-PESEL TO WS-H-PESEL
           PERFORM SPRAWDZ-W-TOKU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'TYLKO U NICH   PESEL=' DELIMITED BY SIZE
            KP-PESEL DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            KP-NAZWISKO DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            KP-IMIE DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            KP-DATA-UR DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           IF WS-H-ILE > 0
              MOVE 'W TOKU' TO WS-RAPORT-LINE(112:6)
              ADD 1 TO WS-W-TOKU-COUNT
           ELSE
              MOVE SPACES TO WS-EKS-OSOBA
              MOVE 'D' TO EO-TYP
              MOVE KP-PESEL TO EO-PESEL
              WRITE FS-DELTAZM FROM WS-EKS-OSOBA
              PERFORM SPRAWDZ-STATUS-DELTAZM
              ADD 1 TO WS-DELTA-D-COUNT
              MOVE KP-PESEL TO WS-PESEL-NUM
              COMPUTE WS-SUMA-ZM = FUNCTION MOD(
               WS-SUMA-ZM + WS-PESEL-NUM, 1000000000000000)
           END-IF
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           EXIT.
       TYLKO-U-NAS.
      * NIE MA GO W ICH KOPII - DO DOPISANIA REKORDEM 'D'
      * EKSTRAKTU DOBAZY Z PELNYMI DANYMI
           ADD 1 TO WS-TYLKO-NASZE-COUNT
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'TYLKO U NAS    PESEL=' DELIMITED BY SIZE
            PM-PESEL DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            PM-NAZWISKO DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            PM-IMIE DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            PM-DATA-UR DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           PERFORM OSOBA-Z-PIERMAJ
           MOVE 'D' TO EO-TYP
           WRITE FS-DELTANOW FROM WS-EKS-OSOBA
           PERFORM SPRAWDZ-STATUS-DELTANOW
           ADD 1 TO WS-DELTA-NOW-COUNT
           MOVE PM-PESEL TO WS-PESEL-NUM
           COMPUTE WS-SUMA-NOW = FUNCTION MOD(
            WS-SUMA-NOW + WS-PESEL-NUM, 1000000000000000)
           EXIT.
       OSOBA-Z-PIERMAJ.
           MOVE SPACES TO WS-EKS-OSOBA
           MOVE PM-PESEL TO EO-PESEL
           MOVE PM-IMIE TO EO-IMIE
           MOVE PM-NAZWISKO TO EO-NAZWISKO
           MOVE PM-DATA-UR TO EO-DATA-UR
           MOVE PM-ULICA TO EO-ULICA
           MOVE PM-MIASTO TO EO-MIASTO
           MOVE PM-KOD-POCZT TO EO-KOD-POCZT
           MOVE PM-PLEC TO EO-PLEC
           MOVE PM-TELEFON TO EO-TELEFON
           EXIT.
       POROWNAJ-POLA.
      * KAZDE ROZNIACE SIE POLE TO OSOBNA LINIA RAPORTU; OSOBA
      * Z ROZNICAMI DOSTAJE W DELCIE REKORD 'U' Z NASZYMI
      * WARTOSCIAMI. TELEFONU NIE UZGADNIAMY
           MOVE 'N' TO WS-ROZNICE
           IF PM-IMIE NOT = KP-IMIE
              MOVE 'IMIE' TO WS-POLE-NAZWA
              MOVE PM-IMIE TO WS-WART-NASZA
              MOVE KP-IMIE TO WS-WART-ICH
              ADD 1 TO WS-R-IMIE-COUNT
              PERFORM ZAPISZ-ROZNICE
           END-IF
           IF PM-NAZWISKO NOT = KP-NAZWISKO
              MOVE 'NAZWISKO' TO WS-POLE-NAZWA
              MOVE PM-NAZWISKO TO WS-WART-NASZA
              MOVE KP-NAZWISKO TO WS-WART-ICH
              ADD 1 TO WS-R-NAZWISKO-COUNT
              PERFORM ZAPISZ-ROZNICE
           END-IF
           IF PM-DATA-UR NOT = KP-DATA-UR
              MOVE 'DATA_UR' TO WS-POLE-NAZWA
              MOVE PM-DATA-UR TO WS-WART-NASZA
              MOVE KP-DATA-UR TO WS-WART-ICH
              ADD 1 TO WS-R-DATA-UR-COUNT
              PERFORM ZAPISZ-ROZNICE
           END-IF
           IF PM-ULICA NOT = KP-ULICA
              MOVE 'ULICA' TO WS-POLE-NAZWA
              MOVE PM-ULICA TO WS-WART-NASZA
              MOVE KP-ULICA TO WS-WART-ICH
              ADD 1 TO WS-R-ULICA-COUNT
              PERFORM ZAPISZ-ROZNICE
           END-IF
           IF PM-MIASTO NOT = KP-MIASTO
              MOVE 'MIASTO' TO WS-POLE-NAZWA
              MOVE PM-MIASTO TO WS-WART-NASZA
              MOVE KP-MIASTO TO WS-WART-ICH
              ADD 1 TO WS-R-MIASTO-COUNT
              PERFORM ZAPISZ-ROZNICE
           END-IF
           IF PM-KOD-POCZT NOT = KP-KOD-POCZT
              MOVE 'KOD_POCZT' TO WS-POLE-NAZWA
              MOVE PM-KOD-POCZT TO WS-WART-NASZA
              MOVE KP-KOD-POCZT TO WS-WART-ICH
              ADD 1 TO WS-R-KOD-COUNT
              PERFORM ZAPISZ-ROZNICE
           END-IF
           IF PM-PLEC NOT = KP-PLEC
              MOVE 'PLEC' TO WS-POLE-NAZWA
              MOVE PM-PLEC TO WS-WART-NASZA
              MOVE KP-PLEC TO WS-WART-ICH
              ADD 1 TO WS-R-PLEC-COUNT
              PERFORM ZAPISZ-ROZNICE
           END-IF
           IF SA-ROZNICE
              ADD 1 TO WS-ROZNE-COUNT
              MOVE PM-PESEL TO WS-H-PESEL
              PERFORM SPRAWDZ-W-TOKU
              IF WS-H-ILE > 0
                 ADD 1 TO WS-W-TOKU-COUNT
                 MOVE SPACES TO WS-RAPORT-LINE
                 STRING 'W TOKU         PESEL=' DELIMITED BY SIZE
                  PM-PESEL DELIMITED BY SIZE
                  ' - ZMIANA PO STEMPLU KOPII, BEZ DELTY'
                  DELIMITED BY SIZE
                  INTO WS-RAPORT-LINE
                 WRITE FS-RAPORT FROM WS-RAPORT-LINE
                 PERFORM SPRAWDZ-STATUS-RAPORTU
              ELSE
                 PERFORM OSOBA-Z-PIERMAJ
                 MOVE 'U' TO EO-TYP
                 WRITE FS-DELTAZM FROM WS-EKS-OSOBA
                 PERFORM SPRAWDZ-STATUS-DELTAZM
                 ADD 1 TO WS-DELTA-U-COUNT
                 MOVE PM-PESEL TO WS-PESEL-NUM
                 COMPUTE WS-SUMA-ZM = FUNCTION MOD(
                  WS-SUMA-ZM + WS-PESEL-NUM, 1000000000000000)
              END-IF
           ELSE
              ADD 1 TO WS-ZGODNE-COUNT
           END-IF
           EXIT.
       ZAPISZ-ROZNICE.
           MOVE 'Y' TO WS-ROZNICE
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'ROZNICA        PESEL=' DELIMITED BY SIZE
            PM-PESEL DELIMITED BY SIZE
            ' POLE=' DELIMITED BY SIZE
            WS-POLE-NAZWA DELIMITED BY SIZE
            ' U NAS=' DELIMITED BY SIZE
            WS-WART-NASZA DELIMITED BY SIZE
            ' U NICH=' DELIMITED BY SIZE
            WS-WART-ICH DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           EXIT.
       SPRAWDZ-W-TOKU.
      * WPISY PIERHIS PO STEMPLU KOPII - ZMIANA JESZCZE NIE MOGLA
      * DOJSC DO ICH KOPII
           MOVE 0 TO WS-H-ILE
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-H-ILE
              FROM PIERHIS
              WHERE PESEL = :WS-H-PESEL
              AND CZAS >= :WS-H-OD
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'SELECT PIERHIS ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       SPRAWDZ-STATUS-RAPORTU.
           IF RAPORT-STATUS NOT = 0
              DISPLAY 'BLAD ZAPISU DO RAPORTU' SPACE RAPORT-STATUS
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       SPRAWDZ-STATUS-DELTANOW.
           IF DELTANOW-STATUS NOT = 0
              DISPLAY 'BLAD ZAPISU DO DELTY DOPISAN' SPACE
               DELTANOW-STATUS
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       SPRAWDZ-STATUS-DELTAZM.
           IF DELTAZM-STATUS NOT = 0
              DISPLAY 'BLAD ZAPISU DO DELTY ZMIAN' SPACE
               DELTAZM-STATUS
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       PISZ-LINIE.
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           EXIT.
       DRUKUJ-PODSUMOWANIE.
      * PODSUMOWANIE DO PODPISU - BILANS: KOPIA = ZGODNE + ROZNE +
      * TYLKO U NICH, PIERMAJ = ZGODNE + ROZNE + TYLKO U NAS
           MOVE SPACES TO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING 'PODSUMOWANIE - STAN KOPII Z DNIA ' DELIMITED BY SIZE
            WS-H-OD(1:8) DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING 'OSOBY W KOPII SYSTEMU SWIADCZEN: ' DELIMITED BY SIZE
            WS-KOPIA-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING 'OSOBY W PIERMAJ                : ' DELIMITED BY SIZE
            WS-PIERMAJ-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING 'ZGODNE                         : ' DELIMITED BY SIZE
            WS-ZGODNE-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING 'Z ROZNICAMI POL                : ' DELIMITED BY SIZE
            WS-ROZNE-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING '  IMIE                         : ' DELIMITED BY SIZE
            WS-R-IMIE-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING '  NAZWISKO                     : ' DELIMITED BY SIZE
            WS-R-NAZWISKO-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING '  DATA_UR                      : ' DELIMITED BY SIZE
            WS-R-DATA-UR-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING '  ULICA                        : ' DELIMITED BY SIZE
            WS-R-ULICA-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING '  MIASTO                       : ' DELIMITED BY SIZE
            WS-R-MIASTO-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING '  KOD_POCZT                    : ' DELIMITED BY SIZE
            WS-R-KOD-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING '  PLEC                         : ' DELIMITED BY SIZE
            WS-R-PLEC-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING 'TYLKO U NICH                   : ' DELIMITED BY SIZE
            WS-TYLKO-ICH-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING 'TYLKO U NAS                    : ' DELIMITED BY SIZE
            WS-TYLKO-NASZE-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING 'W TOKU (POMINIETE W DELCIE)    : ' DELIMITED BY SIZE
            WS-W-TOKU-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING 'DELTA DOPISAN   - REKORDY D    : ' DELIMITED BY SIZE
            WS-DELTA-NOW-COUNT DELIMITED BY SIZE
            ' SUMA PESELI ' DELIMITED BY SIZE
            WS-SUMA-NOW DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING 'DELTA ZMIAN     - REKORDY U    : ' DELIMITED BY SIZE
            WS-DELTA-U-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           STRING 'DELTA ZMIAN     - REKORDY D    : ' DELIMITED BY SIZE
            WS-DELTA-D-COUNT DELIMITED BY SIZE
            ' SUMA PESELI ' DELIMITED BY SIZE
            WS-SUMA-ZM DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           COMPUTE WS-BILANS = WS-ZGODNE-COUNT + WS-ROZNE-COUNT
           IF WS-BILANS + WS-TYLKO-ICH-COUNT = WS-KOPIA-COUNT
              AND WS-BILANS + WS-TYLKO-NASZE-COUNT = WS-PIERMAJ-COUNT
              MOVE 'BILANS                         : ZGODNY'
               TO WS-RAPORT-LINE
           ELSE
              MOVE 'BILANS                         : NIEZGODNY'
               TO WS-RAPORT-LINE
           END-IF
           PERFORM PISZ-LINIE
           PERFORM PISZ-LINIE
           MOVE 'SPORZADZIL : ............................  DATA : ...'
            TO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           PERFORM PISZ-LINIE
           MOVE 'ZATWIERDZIL: ............................  DATA : ...'
            TO WS-RAPORT-LINE
           PERFORM PISZ-LINIE
           EXIT.
