       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODOBB.
      * WORKLISTA PODEJRZANYCH DUBLI POD ROZNYMI PESELAMI - DOBAZY
      * LAPIE DUBEL TYLKO PRZY IDENTYCZNYM PESELU (-803 DO
      * DUPLIKATOW), A OSOBA WPISANA DRUGI RAZ Z PRZEKRECONYM
      * PESELEM, KTORY PRZESZEDL PESELCM, SIEDZI W PIERMAJ JAKO
      * DWA WIERSZE I SYSTEM SWIADCZEN PLACI JEJ PODWOJNIE.
      * PARA PODEJRZANA TO:
      *   T = TE SAME NAZWISKO + IMIE + DATA_UR, INNY PESEL
      *   P = PESELE ROZNIA SIE PRZESTAWIENIEM DWOCH SASIEDNICH
      *       CYFR, NAZWISKO TO SAMO
      * SPRAWDZANE SA PIERMAJ SAMA ZE SOBA I REKORDY CZEKAJACE W
      * FUSER PRZECIW PIERMAJ, ZANIM DOBAZY JE ZALADUJE (DLATEGO
      * PODOBB IDZIE W LANCUCHU PRZED DOBAZY). KAZDA PARA TO TRZY
      * LINIE WORKLISTY - NAGLOWEK Z PARA PESELI I MIEJSCEM NA
      * DECYZJE ORAZ OBIE OSOBY KOLUMNAMI JEDNA POD DRUGA.
      * KIEROWNIK NANOSI DO PLIKU DECYZJI (JAK DLA DUPAPLB) LINIE
      * "PESEL1 PESEL2 R" DLA PAR POTWIERDZONYCH JAKO ROZNE OSOBY -
      * PODOBB NA STARCIE DOPISUJE JE DO KLASTRA WYKLUCZEN I TAKA
      * PARA JUZ NIE WRACA. PRAWDZIWY DUBEL USUWA REFERENT ZWYKLA
      * DROGA (PF5 W USERP), WIEC SAM ZNIKA Z LISTY
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECYZJE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS DECYZJE-STATUS.
           SELECT WYKLUCZ ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WY-KLUCZ
           FILE STATUS IS WYKLUCZ-STATUS.
           SELECT FUSER ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-PESEL
           FILE STATUS IS FUSER-STATUS.
           SELECT WORKLST ASSIGN TO DD4
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORKLST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DECYZJE
      * LINIA DECYZJI NANIESIONEJ Z WORKLISTY: PESEL, SPACJA,
      * PESEL, DOWOLNY ZNAK, W KOLUMNIE 25 R = ROZNE OSOBY; RESZTA
      * LINII DOWOLNA.
      * INNE KODY SA POMIJANE (PARA WROCI NA LISTE)
           DATA RECORD IS FS-DECYZJA
           RECORD CONTAINS 80 CHARACTERS.
       01 FS-DECYZJA.
           05 DE-PESEL-1 PIC X(11).
           05 FILLER PIC X(1).
           05 DE-PESEL-2 PIC X(11).
           05 FILLER PIC X(1).
           05 DE-DECYZJA PIC X(1).
           05 FILLER PIC X(55).
       FD WYKLUCZ
      * PARY POTWIERDZONE JAKO ROZNE OSOBY - KLUCZ TO DWA PESELE,
      * MNIEJSZY PIERWSZY, ZEBY PARA A/B I B/A BYLA TYM SAMYM
      * WPISEM
           DATA RECORD IS FS-WYKLUCZ
           RECORD CONTAINS 30 CHARACTERS.
       01 FS-WYKLUCZ.
           05 WY-KLUCZ.
              10 WY-PESEL-1 PIC X(11).
              10 WY-PESEL-2 PIC X(11).
      * DATA PRZYLOZENIA DECYZJI YYYYMMDD
           05 WY-DATA PIC X(8).
       FD FUSER
      * TEN SAM UKLAD CO W DOBAZY I RECONCIL
           DATA RECORD IS FS-FUSER
           RECORD CONTAINS 159 CHARACTERS.
       01 FS-FUSER.
           05 FS-DATE PIC X(10).
           05 FS-NAME PIC X(20).
           05 FS-SURN PIC X(20).
           05 FS-PESEL PIC X(11).
           05 FS-ENTRY-TS PIC X(26).
           05 FS-ULICA PIC X(30).
           05 FS-MIASTO PIC X(20).
           05 FS-KOD-POCZT PIC X(6).
           05 FS-PLEC PIC X(1).
           05 FS-TELEFON PIC X(15).
       FD WORKLST
           DATA RECORD IS FS-WORKLST
           RECORD CONTAINS 132 CHARACTERS.
       01 FS-WORKLST PIC X(132).
       WORKING-STORAGE SECTION.
           EXEC SQL  INCLUDE SQLCA END-EXEC.
           EXEC SQL  INCLUDE DCLPIER END-EXEC.
       01 NULL-INDICATORS.
           05 IMIE-IND PIC S9(4) COMP.
           05 NAZWISKO-IND PIC S9(4) COMP.
       01 DECYZJE-STATUS PIC 99.
       01 WYKLUCZ-STATUS PIC 99.
       01 FUSER-STATUS PIC 99.
       01 WORKLST-STATUS PIC 99.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-EOF-DECYZJI PIC X VALUE 'N'.
       01 WS-EOF-KURSOR PIC X VALUE 'N'.
           88 KONIEC-KURSORA VALUE 'Y'.
       01 WS-DZISIAJ PIC X(21).
       01 WS-RAPORT-LINE PIC X(132).
       01 WS-DATA-EKRAN PIC X(10).
      * PARA Z KURSORA TEDANE (TE SAME DANE W PIERMAJ)
       01 WS-TEDANE-PESEL-1 PIC X(11).
       01 WS-TEDANE-PESEL-2 PIC X(11).
      * OSOBA, DLA KTOREJ SZUKAMY PARTNERA - Z KURSORA PO PIERMAJ
      * ALBO Z FUSER; DATA ZAWSZE W POSTACI BAZOWEJ YYYY-MM-DD
       01 WS-BAZA.
           05 WS-BAZA-PESEL PIC X(11).
           05 WS-BAZA-NAZWISKO PIC X(20).
           05 WS-BAZA-IMIE PIC X(20).
           05 WS-BAZA-DATA-UR PIC X(10).
      * B = OSOBA Z PIERMAJ, F = OSOBA Z FUSER
       01 WS-TRYB PIC X.
           88 TRYB-BAZA VALUE 'B'.
           88 TRYB-FUSER VALUE 'F'.
      * PESEL Z PRZESTAWIONYMI CYFRAMI I WIERSZ PIERMAJ POD NIM
       01 WS-POZ PIC 99.
       01 WS-CYFRA PIC X.
       01 WS-PARTNER.
           05 PA-PESEL PIC X(11).
           05 PA-NAZWISKO PIC X(20).
           05 PA-IMIE PIC X(20).
           05 PA-DATA-UR PIC X(10).
       01 PA-NULL-INDICATORS.
           05 PA-IMIE-IND PIC S9(4) COMP.
           05 PA-NAZWISKO-IND PIC S9(4) COMP.
      * KRYTERIA KURSORA FUSERT (TE SAME DANE CO REKORD FUSER)
       01 WS-FUSER-KRYTERIA.
           05 FU-PESEL PIC X(11).
           05 FU-NAZWISKO PIC X(20).
           05 FU-IMIE PIC X(20).
           05 FU-DATA-UR PIC X(10).
       01 WS-FUSERT-PESEL PIC X(11).
      * ZGLASZANA PARA - PESEL 1 TO OSOBA Z FUSER ALBO PIERWSZA
      * Z PIERMAJ, PESEL 2 ZAWSZE W PIERMAJ
       01 WS-PARA.
           05 WS-PARA-PESEL-1 PIC X(11).
           05 WS-PARA-PESEL-2 PIC X(11).
           05 WS-PARA-REGULA PIC X.
       01 WS-DRUK-PESEL PIC X(11).
      * WIERSZ PIERMAJ DO LINII WORKLISTY
       01 WS-DRUK-WIERSZ.
           05 DR-DATA-UR PIC X(10).
           05 DR-IMIE PIC X(20).
           05 DR-NAZWISKO PIC X(20).
           05 DR-MIASTO PIC X(20).
           05 DR-TELEFON PIC X(15).
       01 DR-NULL-INDICATORS.
           05 DR-IMIE-IND PIC S9(4) COMP.
           05 DR-NAZWISKO-IND PIC S9(4) COMP.
       01 WS-LICZNIKI.
           05 WS-DEC-READ-COUNT PIC 9(9) VALUE 0.
           05 WS-DEC-ADDED-COUNT PIC 9(9) VALUE 0.
           05 WS-DEC-DUP-COUNT PIC 9(9) VALUE 0.
           05 WS-DEC-SKIP-COUNT PIC 9(9) VALUE 0.
           05 WS-PIER-COUNT PIC 9(9) VALUE 0.
           05 WS-FUSER-COUNT PIC 9(9) VALUE 0.
           05 WS-PAIR-T-COUNT PIC 9(9) VALUE 0.
           05 WS-PAIR-P-COUNT PIC 9(9) VALUE 0.
           05 WS-PAIR-FT-COUNT PIC 9(9) VALUE 0.
           05 WS-PAIR-FP-COUNT PIC 9(9) VALUE 0.
           05 WS-EXCLUDED-COUNT PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
      * PARY "TE SAME DANE" W PIERMAJ - ZLACZENIE TABELI SAMEJ ZE
      * SOBA, MNIEJSZY PESEL PO LEWEJ, ZEBY KAZDA PARA WYSZLA RAZ
           EXEC SQL
           DECLARE TEDANE CURSOR FOR
           SELECT A.PESEL, B.PESEL
           FROM PIERMAJ A, PIERMAJ B
           WHERE A.NAZWISKO = B.NAZWISKO
             AND A.IMIE = B.IMIE
             AND A.DATA_UR = B.DATA_UR
             AND A.PESEL < B.PESEL
           ORDER BY A.PESEL, B.PESEL
           END-EXEC
      * CALA PIERMAJ DO SZUKANIA PRZESTAWIEN CYFR
           EXEC SQL
           DECLARE WSZYSCY CURSOR FOR
           SELECT PESEL, NAZWISKO, IMIE, DATA_UR
           FROM PIERMAJ
           ORDER BY PESEL
           END-EXEC
      * OSOBY Z PIERMAJ O TYCH SAMYCH DANYCH CO REKORD Z FUSER
           EXEC SQL
           DECLARE FUSERT CURSOR FOR
           SELECT PESEL
           FROM PIERMAJ
           WHERE NAZWISKO = :FU-NAZWISKO
             AND IMIE = :FU-IMIE
             AND DATA_UR = :FU-DATA-UR
             AND PESEL <> :FU-PESEL
           ORDER BY PESEL
           END-EXEC
           MOVE FUNCTION CURRENT-DATE TO WS-DZISIAJ
           PERFORM OTWORZ-PLIKI
           PERFORM PRZYLOZ-DECYZJE UNTIL WS-EOF-DECYZJI = 'Y'
           PERFORM SZUKAJ-TYCH-SAMYCH-DANYCH
           PERFORM SZUKAJ-PRZESTAWIEN
           PERFORM SPRAWDZ-FUSER UNTIL WS-EOF = 'Y'
           PERFORM DRUKUJ-PODSUMOWANIE
           PERFORM ZAMKNIJ-PLIKI
           STOP RUN.
       OTWORZ-PLIKI.
           OPEN INPUT DECYZJE
           IF DECYZJE-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING DECISIONS FILE' SPACE
            DECYZJE-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN I-O WYKLUCZ
           IF WYKLUCZ-STATUS = 35
      * PUSTY KLASTER WYKLUCZEN NIE OTWIERA SIE I-O (STATUS 35) -
      * PIERWSZY PRZEBIEG ZAKLADA GO PRZEZ OPEN OUTPUT
              OPEN OUTPUT WYKLUCZ
              IF WYKLUCZ-STATUS NOT = 0
                 DISPLAY 'ERROR WHILE PRIMING EXCLUSION FILE'
                  SPACE WYKLUCZ-STATUS
                 PERFORM ABEND-PGM-PARA
              END-IF
              CLOSE WYKLUCZ
              OPEN I-O WYKLUCZ
           END-IF
           IF WYKLUCZ-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING EXCLUSION FILE' SPACE
            WYKLUCZ-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN INPUT FUSER
           IF FUSER-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING FUSER' SPACE FUSER-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN OUTPUT WORKLST
           IF WORKLST-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING WORKLIST FILE' SPACE
            WORKLST-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       ABEND-PGM-PARA.
           CALL 'ABENDPGM' USING SQLCODE
           GOBACK.
       ZAMKNIJ-PLIKI.
           CLOSE DECYZJE
           CLOSE WYKLUCZ
           CLOSE FUSER
           CLOSE WORKLST
           EXIT.
       PRZYLOZ-DECYZJE.
      * DECYZJA 'R' Z POPRAWNA PARA PESELI IDZIE DO KLASTRA
      * WYKLUCZEN; PARA JUZ WYKLUCZONA (STATUS 22) NIE JEST BLEDEM
           READ DECYZJE
           AT END
              MOVE 'Y' TO WS-EOF-DECYZJI
           NOT AT END
              ADD 1 TO WS-DEC-READ-COUNT
              IF DE-DECYZJA = 'R' AND DE-PESEL-1 IS NUMERIC
                 AND DE-PESEL-2 IS NUMERIC
                 AND DE-PESEL-1 NOT = DE-PESEL-2
                 PERFORM ZAPISZ-WYKLUCZENIE
              ELSE
                 ADD 1 TO WS-DEC-SKIP-COUNT
              END-IF
           END-READ
           IF DECYZJE-STATUS = 0 OR DECYZJE-STATUS = 10
              THEN CONTINUE
           ELSE
            DISPLAY 'BLAD ODCZYTU PLIKU DECYZJI' SPACE
             DECYZJE-STATUS
            PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       ZAPISZ-WYKLUCZENIE.
           IF DE-PESEL-1 < DE-PESEL-2
              MOVE DE-PESEL-1 TO WY-PESEL-1
              MOVE DE-PESEL-2 TO WY-PESEL-2
           ELSE
              MOVE DE-PESEL-2 TO WY-PESEL-1
              MOVE DE-PESEL-1 TO WY-PESEL-2
           END-IF
           MOVE WS-DZISIAJ(1:8) TO WY-DATA
           WRITE FS-WYKLUCZ
           EVALUATE WYKLUCZ-STATUS
           WHEN 0
              ADD 1 TO WS-DEC-ADDED-COUNT
           WHEN 22
              ADD 1 TO WS-DEC-DUP-COUNT
           WHEN OTHER
              DISPLAY 'BLAD ZAPISU WYKLUCZENIA' SPACE
               WYKLUCZ-STATUS
              PERFORM ABEND-PGM-PARA
           END-EVALUATE
           EXIT.
       SZUKAJ-TYCH-SAMYCH-DANYCH.
           EXEC SQL
              OPEN TEDANE
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'OPEN CURSOR ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-IF
           MOVE 'N' TO WS-EOF-KURSOR
           PERFORM CZYTAJ-PARE-TEDANE UNTIL KONIEC-KURSORA
           EXEC SQL
              CLOSE TEDANE
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'CLOSE CURSOR ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       CZYTAJ-PARE-TEDANE.
           EXEC SQL
              FETCH TEDANE
              INTO :WS-TEDANE-PESEL-1, :WS-TEDANE-PESEL-2
           END-EXEC
           EVALUATE SQLCODE
           WHEN 00
              MOVE 'B' TO WS-TRYB
              MOVE WS-TEDANE-PESEL-1 TO WS-PARA-PESEL-1
              MOVE WS-TEDANE-PESEL-2 TO WS-PARA-PESEL-2
              MOVE 'T' TO WS-PARA-REGULA
              PERFORM ZGLOS-PARE
           WHEN 100
              MOVE 'Y' TO WS-EOF-KURSOR
           WHEN OTHER
              DISPLAY 'FETCH ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-EVALUATE
           EXIT.
       SZUKAJ-PRZESTAWIEN.
           EXEC SQL
              OPEN WSZYSCY
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'OPEN CURSOR ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-IF
           MOVE 'N' TO WS-EOF-KURSOR
           PERFORM CZYTAJ-OSOBE-Z-PIERMAJ UNTIL KONIEC-KURSORA
           EXEC SQL
              CLOSE WSZYSCY
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'CLOSE CURSOR ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       CZYTAJ-OSOBE-Z-PIERMAJ.
      * CZYSZCZENIE POL TEKSTOWYCH JAK PRZY VARCHAR W DUPLISTB -
      * DB2 USTAWIA TYLKO TYLE BAJTOW, ILE MA WARTOSC
           MOVE SPACES TO DCL-NAZWISKO-TEXT
           MOVE SPACES TO DCL-IMIE-TEXT
           MOVE 0 TO IMIE-IND
           MOVE 0 TO NAZWISKO-IND
           EXEC SQL
              FETCH WSZYSCY
              INTO :DCL-PESEL,
                   :DCL-NAZWISKO:NAZWISKO-IND,
                   :DCL-IMIE:IMIE-IND,
                   :DCL-DATA-UR
           END-EXEC
           EVALUATE SQLCODE
           WHEN 00
              ADD 1 TO WS-PIER-COUNT
              IF NAZWISKO-IND < 0
                 MOVE SPACES TO DCL-NAZWISKO-TEXT
              END-IF
              IF IMIE-IND < 0
                 MOVE SPACES TO DCL-IMIE-TEXT
              END-IF
              MOVE 'B' TO WS-TRYB
              MOVE DCL-PESEL TO WS-BAZA-PESEL
              MOVE DCL-NAZWISKO-TEXT TO WS-BAZA-NAZWISKO
              MOVE DCL-IMIE-TEXT TO WS-BAZA-IMIE
              MOVE DCL-DATA-UR TO WS-BAZA-DATA-UR
      * BEZ NAZWISKA REGULA P NIE MA CZEGO POROWNAC
              IF WS-BAZA-NAZWISKO NOT = SPACES
                 PERFORM SPRAWDZ-PRZESTAWIENIE
                  VARYING WS-POZ FROM 1 BY 1
                  UNTIL WS-POZ > 10
              END-IF
           WHEN 100
              MOVE 'Y' TO WS-EOF-KURSOR
           WHEN OTHER
              DISPLAY 'FETCH ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-EVALUATE
           EXIT.
       SPRAWDZ-PRZESTAWIENIE.
      * PESEL Z ZAMIENIONYMI CYFRAMI NA POZYCJACH POZ I POZ+1.
      * TE SAME CYFRY NIC NIE ZMIENIAJA. W PIERMAJ KAZDA PARA
      * WYCHODZI Z OBU STRON - BIERZEMY TYLKO TA, GDZIE PARTNER
      * JEST WIEKSZY. PARA O TYCH SAMYCH DANYCH POSZLA JUZ JAKO
      * REGULA T I NIE JEST POWTARZANA
           IF WS-BAZA-PESEL(WS-POZ:1) NOT =
              WS-BAZA-PESEL(WS-POZ + 1:1)
              MOVE WS-BAZA-PESEL TO PA-PESEL
              MOVE PA-PESEL(WS-POZ:1) TO WS-CYFRA
              MOVE PA-PESEL(WS-POZ + 1:1) TO PA-PESEL(WS-POZ:1)
              MOVE WS-CYFRA TO PA-PESEL(WS-POZ + 1:1)
              IF TRYB-FUSER OR PA-PESEL > WS-BAZA-PESEL
                 PERFORM CZYTAJ-PARTNERA
                 IF SQLCODE = 0
                    AND PA-NAZWISKO = WS-BAZA-NAZWISKO
                    AND (PA-IMIE NOT = WS-BAZA-IMIE
                     OR PA-DATA-UR NOT = WS-BAZA-DATA-UR)
                    MOVE WS-BAZA-PESEL TO WS-PARA-PESEL-1
                    MOVE PA-PESEL TO WS-PARA-PESEL-2
                    MOVE 'P' TO WS-PARA-REGULA
                    PERFORM ZGLOS-PARE
                 END-IF
              END-IF
           END-IF
           EXIT.
       CZYTAJ-PARTNERA.
           MOVE SPACES TO PA-NAZWISKO
           MOVE SPACES TO PA-IMIE
           MOVE SPACES TO PA-DATA-UR
           MOVE 0 TO PA-IMIE-IND
           MOVE 0 TO PA-NAZWISKO-IND
           EXEC SQL
              SELECT NAZWISKO, IMIE, DATA_UR
              INTO :PA-NAZWISKO:PA-NAZWISKO-IND,
                   :PA-IMIE:PA-IMIE-IND,
                   :PA-DATA-UR
              FROM PIERMAJ
              WHERE PESEL = :PA-PESEL
           END-EXEC
           EVALUATE SQLCODE
           WHEN 00
              IF PA-NAZWISKO-IND < 0
                 MOVE SPACES TO PA-NAZWISKO
              END-IF
              IF PA-IMIE-IND < 0
                 MOVE SPACES TO PA-IMIE
              END-IF
           WHEN 100
              CONTINUE
           WHEN OTHER
              DISPLAY 'SELECT ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-EVALUATE
           EXIT.
       SPRAWDZ-FUSER.
      * REKORD CZEKAJACY NA DOBAZY PRZECIW PIERMAJ - OBIE REGULY.
      * TEN SAM PESEL W PIERMAJ TO ZWYKLY DUBEL -803, KTORY
      * ZLAPIE DOBAZY, WIEC GO TU NIE ZGLASZAMY
           READ FUSER NEXT RECORD
           AT END
              MOVE 'Y' TO WS-EOF
           NOT AT END
              ADD 1 TO WS-FUSER-COUNT
              MOVE 'F' TO WS-TRYB
              MOVE FS-PESEL TO WS-BAZA-PESEL
              MOVE FS-SURN TO WS-BAZA-NAZWISKO
              MOVE FS-NAME TO WS-BAZA-IMIE
              MOVE FS-DATE(7:4) TO WS-BAZA-DATA-UR(1:4)
              MOVE '-' TO WS-BAZA-DATA-UR(5:1)
              MOVE FS-DATE(4:2) TO WS-BAZA-DATA-UR(6:2)
              MOVE '-' TO WS-BAZA-DATA-UR(8:1)
              MOVE FS-DATE(1:2) TO WS-BAZA-DATA-UR(9:2)
              IF WS-BAZA-NAZWISKO NOT = SPACES
                 PERFORM SZUKAJ-TYCH-SAMYCH-DLA-FUSER
                 PERFORM SPRAWDZ-PRZESTAWIENIE
                  VARYING WS-POZ FROM 1 BY 1
                  UNTIL WS-POZ > 10
              END-IF
           END-READ
           IF FUSER-STATUS = 0 OR FUSER-STATUS = 10 THEN CONTINUE
           ELSE
            DISPLAY 'BLAD ODCZYTU FUSER' SPACE FUSER-STATUS
            PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       SZUKAJ-TYCH-SAMYCH-DLA-FUSER.
           MOVE WS-BAZA-PESEL TO FU-PESEL
           MOVE WS-BAZA-NAZWISKO TO FU-NAZWISKO
           MOVE WS-BAZA-IMIE TO FU-IMIE
           MOVE WS-BAZA-DATA-UR TO FU-DATA-UR
           EXEC SQL
              OPEN FUSERT
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'OPEN CURSOR ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-IF
           MOVE 'N' TO WS-EOF-KURSOR
           PERFORM CZYTAJ-PARE-FUSERT UNTIL KONIEC-KURSORA
           EXEC SQL
              CLOSE FUSERT
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'CLOSE CURSOR ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       CZYTAJ-PARE-FUSERT.
           EXEC SQL
              FETCH FUSERT
              INTO :WS-FUSERT-PESEL
           END-EXEC
           EVALUATE SQLCODE
           WHEN 00
              MOVE FS-PESEL TO WS-PARA-PESEL-1
              MOVE WS-FUSERT-PESEL TO WS-PARA-PESEL-2
              MOVE 'T' TO WS-PARA-REGULA
              PERFORM ZGLOS-PARE
           WHEN 100
              MOVE 'Y' TO WS-EOF-KURSOR
           WHEN OTHER
              DISPLAY 'FETCH ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-EVALUATE
           EXIT.
       ZGLOS-PARE.
      * PARA POTWIERDZONA JAKO ROZNE OSOBY NIE WRACA NA LISTE
           IF WS-PARA-PESEL-1 < WS-PARA-PESEL-2
              MOVE WS-PARA-PESEL-1 TO WY-PESEL-1
              MOVE WS-PARA-PESEL-2 TO WY-PESEL-2
           ELSE
              MOVE WS-PARA-PESEL-2 TO WY-PESEL-1
              MOVE WS-PARA-PESEL-1 TO WY-PESEL-2
           END-IF
           READ WYKLUCZ
           INVALID KEY
              PERFORM WYPISZ-PARE
           NOT INVALID KEY
              ADD 1 TO WS-EXCLUDED-COUNT
           END-READ
           IF WYKLUCZ-STATUS = 0 OR WYKLUCZ-STATUS = 23
              THEN CONTINUE
           ELSE
           DISPLAY 'BLAD ODCZYTU WYKLUCZEN' SPACE WYKLUCZ-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       WYPISZ-PARE.
      * NAGLOWEK Z PARA W POSTACI GOTOWEJ DO PLIKU DECYZJI, POTEM
      * OBIE OSOBY TYMI SAMYMI KOLUMNAMI JEDNA POD DRUGA. PUSTE
      * MIEJSCE W NAWIASACH [ ] TO KOLUMNA 25 (DE-DECYZJA) - TAM
      * KIEROWNIK WPISUJE 'R'. NAGLOWEK PRZENIESIONY BEZ ZMIAN
      * NIE NIESIE ZADNEJ DECYZJI
           MOVE SPACES TO WS-RAPORT-LINE
           STRING WY-PESEL-1 DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WY-PESEL-2 DELIMITED BY SIZE
            '[ ] R=ROZNE OSOBY' DELIMITED BY SIZE
            ' REGULA=' DELIMITED BY SIZE
            WS-PARA-REGULA DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-WORKLST FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-WORKLISTY
           IF TRYB-FUSER
              PERFORM WYPISZ-OSOBE-Z-FUSER
           ELSE
              MOVE WS-PARA-PESEL-1 TO WS-DRUK-PESEL
              PERFORM WYPISZ-OSOBE-Z-PIERMAJ
           END-IF
           MOVE WS-PARA-PESEL-2 TO WS-DRUK-PESEL
           PERFORM WYPISZ-OSOBE-Z-PIERMAJ
           EVALUATE TRUE
           WHEN TRYB-BAZA AND WS-PARA-REGULA = 'T'
              ADD 1 TO WS-PAIR-T-COUNT
           WHEN TRYB-BAZA
              ADD 1 TO WS-PAIR-P-COUNT
           WHEN WS-PARA-REGULA = 'T'
              ADD 1 TO WS-PAIR-FT-COUNT
           WHEN OTHER
              ADD 1 TO WS-PAIR-FP-COUNT
           END-EVALUATE
           EXIT.
       WYPISZ-OSOBE-Z-FUSER.
           MOVE SPACES TO WS-RAPORT-LINE
           STRING '  W FUSER : ' DELIMITED BY SIZE
            FS-PESEL DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            FS-SURN DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            FS-NAME DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            FS-DATE DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            FS-MIASTO DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            FS-TELEFON DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-WORKLST FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-WORKLISTY
           EXIT.
       WYPISZ-OSOBE-Z-PIERMAJ.
           MOVE SPACES TO WS-DRUK-WIERSZ
           MOVE 0 TO DR-IMIE-IND
           MOVE 0 TO DR-NAZWISKO-IND
           EXEC SQL
              SELECT DATA_UR, IMIE, NAZWISKO, MIASTO, TELEFON
              INTO :DR-DATA-UR,
                   :DR-IMIE:DR-IMIE-IND,
                   :DR-NAZWISKO:DR-NAZWISKO-IND,
                   :DR-MIASTO,
                   :DR-TELEFON
              FROM PIERMAJ
              WHERE PESEL = :WS-DRUK-PESEL
           END-EXEC
           MOVE SPACES TO WS-RAPORT-LINE
           EVALUATE SQLCODE
           WHEN 00
              IF DR-NAZWISKO-IND < 0
                 MOVE SPACES TO DR-NAZWISKO
              END-IF
              IF DR-IMIE-IND < 0
                 MOVE SPACES TO DR-IMIE
              END-IF
      * DATA JAK NA EKRANIE USERP (DD-MM-YYYY), TAK SAMO JAK W
      * LINII Z FUSER
              MOVE DR-DATA-UR(9:2) TO WS-DATA-EKRAN(1:2)
              MOVE DR-DATA-UR(6:2) TO WS-DATA-EKRAN(4:2)
              MOVE DR-DATA-UR(1:4) TO WS-DATA-EKRAN(7:4)
              MOVE '-' TO WS-DATA-EKRAN(3:1)
              MOVE '-' TO WS-DATA-EKRAN(6:1)
              STRING '  W BAZIE : ' DELIMITED BY SIZE
               WS-DRUK-PESEL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DR-NAZWISKO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DR-IMIE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-DATA-EKRAN DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DR-MIASTO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DR-TELEFON DELIMITED BY SIZE
               INTO WS-RAPORT-LINE
           WHEN 100
              STRING '  W BAZIE : ' DELIMITED BY SIZE
               WS-DRUK-PESEL DELIMITED BY SIZE
               ' BRAK WIERSZA W PIERMAJ' DELIMITED BY SIZE
               INTO WS-RAPORT-LINE
           WHEN OTHER
              DISPLAY 'SELECT ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-EVALUATE
           WRITE FS-WORKLST FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-WORKLISTY
           EXIT.
       DRUKUJ-PODSUMOWANIE.
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'PODOBB - DECYZJE WCZYTANE  : ' DELIMITED
            BY SIZE WS-DEC-READ-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-WORKLST FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-WORKLISTY
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'NOWE WYKLUCZENIA PAR       : ' DELIMITED
            BY SIZE WS-DEC-ADDED-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-WORKLST FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-WORKLISTY
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'WYKLUCZENIA JUZ ISTNIEJACE : ' DELIMITED
            BY SIZE WS-DEC-DUP-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-WORKLST FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-WORKLISTY
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'DECYZJE POMINIETE          : ' DELIMITED
            BY SIZE WS-DEC-SKIP-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-WORKLST FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-WORKLISTY
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'OSOBY Z PIERMAJ            : ' DELIMITED
            BY SIZE WS-PIER-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-WORKLST FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-WORKLISTY
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'REKORDY Z FUSER            : ' DELIMITED
            BY SIZE WS-FUSER-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-WORKLST FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-WORKLISTY
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'PARY BAZA/BAZA TE SAME DANE: ' DELIMITED
            BY SIZE WS-PAIR-T-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-WORKLST FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-WORKLISTY
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'PARY BAZA/BAZA PRZESTAWIENIE: ' DELIMITED
            BY SIZE WS-PAIR-P-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-WORKLST FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-WORKLISTY
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'PARY FUSER/BAZA TE SAME DANE: ' DELIMITED
            BY SIZE WS-PAIR-FT-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-WORKLST FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-WORKLISTY
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'PARY FUSER/BAZA PRZESTAWIENIE: ' DELIMITED
            BY SIZE WS-PAIR-FP-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-WORKLST FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-WORKLISTY
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'PARY POMINIETE (WYKLUCZONE): ' DELIMITED
            BY SIZE WS-EXCLUDED-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-WORKLST FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-WORKLISTY
           EXIT.
       SPRAWDZ-STATUS-WORKLISTY.
           IF WORKLST-STATUS NOT = 0
              DISPLAY 'BLAD ZAPISU DO WORKLISTY' SPACE
               WORKLST-STATUS
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
