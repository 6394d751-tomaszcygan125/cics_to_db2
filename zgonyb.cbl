       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZGONYB.
      * NOCNY PROGRAM DOPASOWUJE ZGLOSZENIA ZGONOW Z REJESTRU USC
      * (PLIK OD URZEDU STANU CYWILNEGO: PESEL, IMIE, NAZWISKO,
      * DATA URODZENIA, DATA ZGONU) DO PIERMAJ, A DLA OSOB JESZCZE
      * NIEZALADOWANYCH - DO FUSER. DOTAD REFERENCI PRZEPISYWALI
      * PLIK RECZNIE JAKO USUNIECIA PF5 W USERP I ZMARLI SIEDZIELI
      * W BAZIE TYGODNIAMI. ZGODNOSC PESEL + NAZWISKO + IMIE + DATA
      * URODZENIA KOLEJKUJE WPIS 'D' DO FKOREK Z POWODEM 'ZG' -
      * PRZYKLADA GO NOCNY ZMIANYB (DLA OSOBY Z FUSER PO TYM, JAK
      * DOBAZY JA ZALADUJE, DLATEGO ZGONYB IDZIE W LANCUCHU PRZED
      * DOBAZY). ZGODNY SAM PESEL PRZY INNYM NAZWISKU/IMIENIU/DACIE
      * URODZENIA NIE IDZIE AUTOMATEM - TRAFIA NA WORKLISTE DO
      * RECZNEJ DECYZJI, BO LITEROWKA W PESELU PO KTOREJKOLWIEK
      * STRONIE USUNELABY ZYWA OSOBE. OSOBA JUZ USUNIETA (WPIS 'D'
      * W PIERHIS ALBO WPIS 'D' CZEKAJACY W FKOREK) JEST TYLKO
      * LICZONA - POWTORNY PRZEBIEG TEGO SAMEGO PLIKU NIC NIE
      * DUBLUJE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZGONY ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ZGONY-STATUS.
           SELECT FUSER ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-PESEL
           FILE STATUS IS FUSER-STATUS.
           SELECT KOREKTY ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KO-KLUCZ
           FILE STATUS IS KOREKTY-STATUS.
           SELECT WORKLST ASSIGN TO DD4
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORKLST-STATUS.
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
       FD ZGONY
      * PLIK ZGONOW Z USC - DATY W POSTACI YYYY-MM-DD, TAK JAK
      * DATA_UR W PIERMAJ
           DATA RECORD IS FS-ZGON
           RECORD CONTAINS 71 CHARACTERS.
       01 FS-ZGON.
           05 ZG-PESEL PIC X(11).
           05 ZG-IMIE PIC X(20).
           05 ZG-NAZWISKO PIC X(20).
           05 ZG-DATA-UR PIC X(10).
           05 ZG-DATA-ZGONU PIC X(10).
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
       FD WORKLST
      * WORKLISTA DO RECZNEJ DECYZJI - ZGLOSZENIE USC OBOK DANYCH
      * Z BAZY ALBO Z FUSER, TRZY LINIE NA OSOBE JAK W DUPLISTB
           DATA RECORD IS FS-WORKLST
           RECORD CONTAINS 132 CHARACTERS.
       01 FS-WORKLST PIC X(132).
       FD RAPORT
      * RAPORT KONTROLNY - CZY KAZDE ZGLOSZENIE Z PLIKU USC
      * ZOSTALO ZALATWIONE W KTORYS Z PIECIU SPOSOBOW
           DATA RECORD IS FS-RAPORT
           RECORD CONTAINS 132 CHARACTERS.
       01 FS-RAPORT PIC X(132).
       FD STEROW
      * KSIEGA PRZEBIEGOW NOCNYCH (KLASTER FSTAT) - TEN SAM UKLAD
      * CO W DOBAZY. ZGONYB CZYTA FUSER, WIEC NIE STARTUJE POKI
      * FLAGA DOBAZY STOI 'Y'
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
       01 ZGONY-STATUS PIC 99.
       01 FUSER-STATUS PIC 99.
       01 KOREKTY-STATUS PIC 99.
       01 WORKLST-STATUS PIC 99.
       01 RAPORT-STATUS PIC 99.
       01 STEROW-STATUS PIC 99.
      * DATA NOCY DO KLUCZA KSIEGI PRZEBIEGOW - JAK W ZMIANYB
       01 WS-DATA-NOCY PIC X(8).
       01 WS-TS-TERAZ PIC X(21).
       01 WS-EOF PIC X VALUE 'N'.
      * KONIEC PRZEGLADU WPISOW FKOREK JEDNEGO PESELA
       01 WS-KONIEC-KOLEJKI PIC X VALUE 'N'.
      * Y = NA TEN PESEL CZEKA JUZ W FKOREK WPIS 'D'
       01 WS-CZY-W-KOLEJCE PIC X VALUE 'N'.
          88 JUZ-W-KOLEJCE VALUE 'Y'.
      * ILE WPISOW 'D' MA PESEL W PIERHIS
       01 WS-HIS-ILE PIC S9(9) COMP.
      * DANE OSOBY Z BAZY ALBO Z FUSER - DATA JUZ W POSTACI
      * YYYY-MM-DD DO POROWNANIA ZE ZGLOSZENIEM USC
       01 WS-OSOBA.
           05 WS-OS-IMIE PIC X(20).
           05 WS-OS-NAZWISKO PIC X(20).
           05 WS-OS-DATA-UR PIC X(10).
      * B = PIERMAJ, F = FUSER - DO WORKLISTY I LICZNIKOW
           05 WS-OS-ZRODLO PIC X.
      * CO SIE NIE ZGADZA - DO LINII NAGLOWKA WORKLISTY
       01 WS-ROZNICE.
           05 WS-ROZ-NAZWISKO PIC X(9).
           05 WS-ROZ-IMIE PIC X(5).
           05 WS-ROZ-DATA PIC X(7).
       01 WS-RAPORT-LINE PIC X(132).
      * LICZNIKI DO RAPORTU KONTROLNEGO
       01 WS-LICZNIKI.
           05 WS-READ-COUNT PIC 9(9) VALUE 0.
           05 WS-QUEUED-COUNT PIC 9(9) VALUE 0.
           05 WS-QUEUED-FUSER-COUNT PIC 9(9) VALUE 0.
           05 WS-REVIEW-COUNT PIC 9(9) VALUE 0.
           05 WS-NOTFND-COUNT PIC 9(9) VALUE 0.
           05 WS-ALREADY-COUNT PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TS-TERAZ
           MOVE WS-TS-TERAZ(1:8) TO WS-DATA-NOCY
           PERFORM OTWORZ-STEROW
           PERFORM SPRAWDZ-BLOKADE-DOBAZY
           PERFORM ZAPISZ-START-LEDGER
           PERFORM OTWORZ-PLIKI
           PERFORM DOPASUJ-ZGON UNTIL WS-EOF = 'Y'
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
      * POKI FLAGA DOBAZY STOI 'Y', NIE WOLNO STARTOWAC - DOBAZY
      * USUWA Z FUSER ZALADOWANE KLUCZE I OSOBA MOGLABY NAM
      * ZNIKNAC MIEDZY FUSER A PIERMAJ. BRAK REKORDU RUNSTAT
      * (PIERWSZA NOC) NIE BLOKUJE
           MOVE 'RUNSTAT' TO ST-PROGRAM
           MOVE SPACES TO ST-DATA
           READ STEROW
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF ST-FLAGA = 'Y'
                 DISPLAY 'DOBAZY JESZCZE TRWA - ZGONYB NIE '
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
           MOVE 'ZGONYB' TO ST-PROGRAM
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
      * USUNIECIA, ODRZUCONE = WORKLISTA + NIEZNALEZIONE
           PERFORM BUDUJ-WPIS-STARTU
           MOVE 'Z' TO ST-FLAGA
           MOVE FUNCTION CURRENT-DATE TO ST-KONIEC-TS
           MOVE WS-READ-COUNT TO ST-LICZ-WCZYTANE
           MOVE WS-QUEUED-COUNT TO ST-LICZ-ZALADOWANE
           COMPUTE ST-LICZ-ODRZUCONE =
            WS-REVIEW-COUNT + WS-NOTFND-COUNT
           REWRITE FS-STEROW
           IF STEROW-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'BLAD DOMKNIECIA KSIEGI PRZEBIEGOW' SPACE
            STEROW-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       OTWORZ-PLIKI.
           OPEN INPUT ZGONY
           IF ZGONY-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING DEATH REGISTER FILE' SPACE
            ZGONY-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN INPUT FUSER
           IF FUSER-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING FUSER FILE' SPACE
            FUSER-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN I-O KOREKTY
           IF KOREKTY-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING QUEUE FILE' SPACE
            KOREKTY-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN OUTPUT WORKLST
           IF WORKLST-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING WORKLIST FILE' SPACE
            WORKLST-STATUS
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
           CLOSE ZGONY
           CLOSE FUSER
           CLOSE KOREKTY
           CLOSE WORKLST
           CLOSE RAPORT
           EXIT.
       DOPASUJ-ZGON.
           PERFORM CZYTAJ-1-REKORD
           IF WS-EOF NOT = 'Y'
           THEN
              IF ZG-PESEL IS NOT NUMERIC
      * BEZ POPRAWNEGO PESELA NIE MA PO CZYM SZUKAC - ZGLOSZENIE
      * IDZIE DO REFERENTA RAZEM Z RESZTA DANYCH Z USC
                 MOVE SPACES TO WS-OSOBA
                 MOVE SPACES TO WS-ROZNICE
                 MOVE 'PESEL' TO WS-ROZ-NAZWISKO
                 PERFORM ZAPISZ-DO-WORKLISTY
              ELSE
                 PERFORM SPRAWDZ-KOLEJKE
                 IF JUZ-W-KOLEJCE
                    ADD 1 TO WS-ALREADY-COUNT
                 ELSE
                    PERFORM SZUKAJ-W-PIERMAJ
                 END-IF
              END-IF
           ELSE
           DISPLAY 'END OF DATA'
           END-IF
           EXIT.
       SPRAWDZ-KOLEJKE.
      * CZY NA TEN PESEL CZEKA JUZ WPIS 'D' W FKOREK (Z POPRZEDNIEGO
      * PRZEBIEGU ALBO Z PF5 W USERP) - KLUCZ KOLEJKI TO PESEL+TS,
      * WIEC START NA PESELU Z NAJMNIEJSZYM STEMPLEM I CZYTAMY
      * DOPOKI PESEL SIE NIE ZMIENI
           MOVE 'N' TO WS-CZY-W-KOLEJCE
           MOVE 'N' TO WS-KONIEC-KOLEJKI
           MOVE ZG-PESEL TO KO-PESEL
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
           READ KOREKTY NEXT RECORD
           AT END
              MOVE 'Y' TO WS-KONIEC-KOLEJKI
           NOT AT END
              IF KO-PESEL NOT = ZG-PESEL
                 MOVE 'Y' TO WS-KONIEC-KOLEJKI
              ELSE
                 IF KO-TYP = 'D'
                    MOVE 'Y' TO WS-CZY-W-KOLEJCE
                    MOVE 'Y' TO WS-KONIEC-KOLEJKI
                 END-IF
              END-IF
           END-READ
           IF KOREKTY-STATUS = 0 OR KOREKTY-STATUS = 10
              THEN CONTINUE
           ELSE
            DISPLAY 'BLAD ODCZYTU KOLEJKI' SPACE KOREKTY-STATUS
            PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       SZUKAJ-W-PIERMAJ.
      * CZYSZCZENIE POL TEKSTOWYCH JAK PRZY VARCHAR W DUPLISTB -
      * DB2 USTAWIA TYLKO TYLE BAJTOW, ILE MA WARTOSC
           MOVE ZG-PESEL TO DCL-PESEL
           MOVE SPACES TO DCL-NAZWISKO-TEXT
           MOVE SPACES TO DCL-IMIE-TEXT
           MOVE 0 TO IMIE-IND
           MOVE 0 TO NAZWISKO-IND
           EXEC SQL
              SELECT DATA_UR, IMIE, NAZWISKO
              INTO :DCL-DATA-UR,
                   :DCL-IMIE:IMIE-IND,
                   :DCL-NAZWISKO:NAZWISKO-IND
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
              MOVE DCL-IMIE-TEXT TO WS-OS-IMIE
              MOVE DCL-NAZWISKO-TEXT TO WS-OS-NAZWISKO
              MOVE DCL-DATA-UR TO WS-OS-DATA-UR
              MOVE 'B' TO WS-OS-ZRODLO
              PERFORM POROWNAJ-I-ZALATW
           WHEN 100
              PERFORM SZUKAJ-W-FUSER
           WHEN OTHER
              DISPLAY 'SELECT ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-EVALUATE
           EXIT.
       SZUKAJ-W-FUSER.
      * OSOBY NIE MA W BAZIE - MOZE CZEKA JESZCZE W FUSER NA
      * NOCNE DOBAZY. DATA W FUSER JEST EKRANOWA DD-MM-YYYY
           MOVE ZG-PESEL TO FS-PESEL
           READ FUSER
           INVALID KEY
              PERFORM SPRAWDZ-HISTORIE
           NOT INVALID KEY
              MOVE FS-NAME TO WS-OS-IMIE
              MOVE FS-SURN TO WS-OS-NAZWISKO
              MOVE FS-DATE(7:4) TO WS-OS-DATA-UR(1:4)
              MOVE '-' TO WS-OS-DATA-UR(5:1)
              MOVE FS-DATE(4:2) TO WS-OS-DATA-UR(6:2)
              MOVE '-' TO WS-OS-DATA-UR(8:1)
              MOVE FS-DATE(1:2) TO WS-OS-DATA-UR(9:2)
              MOVE 'F' TO WS-OS-ZRODLO
              PERFORM POROWNAJ-I-ZALATW
           END-READ
           IF FUSER-STATUS = 0 OR FUSER-STATUS = 23
              THEN CONTINUE
           ELSE
           DISPLAY 'BLAD ODCZYTU FUSER' SPACE FUSER-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       SPRAWDZ-HISTORIE.
      * NI W BAZIE, NI W FUSER - WPIS 'D' W PIERHIS ZNACZY, ZE
      * OSOBE JUZ USUNIETO (NP. RECZNIE PF5 PRZED PLIKIEM USC)
           MOVE 0 TO WS-HIS-ILE
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-HIS-ILE
              FROM PIERHIS
              WHERE PESEL = :DCL-PESEL
                AND TYP = 'D'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'SELECT PIERHIS ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-IF
           IF WS-HIS-ILE > 0
              ADD 1 TO WS-ALREADY-COUNT
           ELSE
              ADD 1 TO WS-NOTFND-COUNT
              PERFORM ZAPISZ-NIEZNALEZIONY
           END-IF
           EXIT.
       POROWNAJ-I-ZALATW.
      * AUTOMAT TYLKO PRZY PELNEJ ZGODNOSCI - KAZDA ROZNICA IDZIE
      * NA WORKLISTE Z ZAZNACZENIEM, KTORE POLE SIE NIE ZGADZA
           MOVE SPACES TO WS-ROZNICE
           IF ZG-NAZWISKO NOT = WS-OS-NAZWISKO
              MOVE 'NAZWISKO' TO WS-ROZ-NAZWISKO
           END-IF
           IF ZG-IMIE NOT = WS-OS-IMIE
              MOVE 'IMIE' TO WS-ROZ-IMIE
           END-IF
           IF ZG-DATA-UR NOT = WS-OS-DATA-UR
              MOVE 'DATA UR' TO WS-ROZ-DATA
           END-IF
           IF WS-ROZNICE = SPACES
              PERFORM ZAKOLEJKUJ-USUNIECIE
           ELSE
              PERFORM ZAPISZ-DO-WORKLISTY
           END-IF
           EXIT.
       ZAKOLEJKUJ-USUNIECIE.
      * WPIS 'D' JAK Z PF5 W USERP, ALE Z POWODEM 'ZG' - DANE
      * OSOBOWE IDA TYLKO DO PODGLADU W KOREKB, ZMIANYB USUWA
      * PO SAMYM PESELU
           MOVE SPACES TO FS-KOREKTA
           MOVE ZG-PESEL TO KO-PESEL
           MOVE FUNCTION CURRENT-DATE TO KO-TS
           MOVE 'D' TO KO-TYP
           MOVE ZG-DATA-UR(9:2) TO KO-DATA(1:2)
           MOVE '-' TO KO-DATA(3:1)
           MOVE ZG-DATA-UR(6:2) TO KO-DATA(4:2)
           MOVE '-' TO KO-DATA(6:1)
           MOVE ZG-DATA-UR(1:4) TO KO-DATA(7:4)
           MOVE ZG-IMIE TO KO-IMIE
           MOVE ZG-NAZWISKO TO KO-NAZWISKO
           MOVE 'ZG' TO KO-POWOD
           WRITE FS-KOREKTA
           IF KOREKTY-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'BLAD ZAPISU DO KOLEJKI' SPACE KOREKTY-STATUS
            SPACE KO-PESEL
           PERFORM ABEND-PGM-PARA
           END-IF
           ADD 1 TO WS-QUEUED-COUNT
           IF WS-OS-ZRODLO = 'F'
              ADD 1 TO WS-QUEUED-FUSER-COUNT
           END-IF
           EXIT.
       ZAPISZ-DO-WORKLISTY.
      * TRZY LINIE NA OSOBE: NAGLOWEK Z ROZNICAMI I MIEJSCEM NA
      * DECYZJE, LINIA "USC" (ZGLOSZENIE) I LINIA "W BAZIE" ALBO
      * "W FUSER" (TO CO MAMY U SIEBIE)
           ADD 1 TO WS-REVIEW-COUNT
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'PESEL=' DELIMITED BY SIZE
            ZG-PESEL DELIMITED BY SIZE
            ' ROZNICA: ' DELIMITED BY SIZE
            WS-ROZ-NAZWISKO DELIMITED BY SIZE
            WS-ROZ-IMIE DELIMITED BY SIZE
            WS-ROZ-DATA DELIMITED BY SIZE
            ' DECYZJA [ ] U=USUN Z=ZOSTAW' DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-WORKLST FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-WORKLISTY
           MOVE SPACES TO WS-RAPORT-LINE
           STRING '  USC     : NAZWISKO=' DELIMITED BY SIZE
            ZG-NAZWISKO DELIMITED BY SIZE
            ' IMIE=' DELIMITED BY SIZE
            ZG-IMIE DELIMITED BY SIZE
            ' DATA UR=' DELIMITED BY SIZE
            ZG-DATA-UR DELIMITED BY SIZE
            ' ZGON=' DELIMITED BY SIZE
            ZG-DATA-ZGONU DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-WORKLST FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-WORKLISTY
           MOVE SPACES TO WS-RAPORT-LINE
           EVALUATE WS-OS-ZRODLO
           WHEN 'B'
              STRING '  W BAZIE : NAZWISKO=' DELIMITED BY SIZE
               WS-OS-NAZWISKO DELIMITED BY SIZE
               ' IMIE=' DELIMITED BY SIZE
               WS-OS-IMIE DELIMITED BY SIZE
               ' DATA UR=' DELIMITED BY SIZE
               WS-OS-DATA-UR DELIMITED BY SIZE
               INTO WS-RAPORT-LINE
           WHEN 'F'
              STRING '  W FUSER : NAZWISKO=' DELIMITED BY SIZE
               WS-OS-NAZWISKO DELIMITED BY SIZE
               ' IMIE=' DELIMITED BY SIZE
               WS-OS-IMIE DELIMITED BY SIZE
               ' DATA UR=' DELIMITED BY SIZE
               WS-OS-DATA-UR DELIMITED BY SIZE
               INTO WS-RAPORT-LINE
           WHEN OTHER
              MOVE '  W BAZIE : PESEL NIENUMERYCZNY - NIE SZUKANO'
               TO WS-RAPORT-LINE
           END-EVALUATE
           WRITE FS-WORKLST FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-WORKLISTY
           EXIT.
       ZAPISZ-NIEZNALEZIONY.
      * ZGLOSZENIE BEZ OSOBY U NAS - LINIA NA RAPORCIE, ZEBY BYLO
      * CZYM ODPOWIEDZIEC USC, GDYBY PYTALI
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'BRAK OSOBY     PESEL=' DELIMITED BY SIZE
            ZG-PESEL DELIMITED BY SIZE
            ' NAZWISKO=' DELIMITED BY SIZE
            ZG-NAZWISKO DELIMITED BY SIZE
            ' IMIE=' DELIMITED BY SIZE
            ZG-IMIE DELIMITED BY SIZE
            ' ZGON=' DELIMITED BY SIZE
            ZG-DATA-ZGONU DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           EXIT.
       CZYTAJ-1-REKORD.
           READ ZGONY
           AT END
              MOVE 'Y' TO WS-EOF
           NOT AT END
             ADD 1 TO WS-READ-COUNT
           END-READ
           IF ZGONY-STATUS = 0 OR ZGONY-STATUS = 10
              THEN CONTINUE
           ELSE
            DISPLAY 'BLAD ODCZYTU PLIKU ZGONOW' SPACE ZGONY-STATUS
            PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       DRUKUJ-RAPORT-KONCOWY.
      * RAPORT KONTROLNY - WCZYTANE = ZAKOLEJKOWANE + WORKLISTA +
      * NIEZNALEZIONE + JUZ USUNIETE
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'ZGONYB - RAPORT KONCOWY' DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'ZGLOSZENIA WCZYTANE Z USC : ' DELIMITED BY SIZE
            WS-READ-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'USUNIECIA ZAKOLEJKOWANE   : ' DELIMITED BY SIZE
            WS-QUEUED-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING '  W TYM OSOBY Z FUSER     : ' DELIMITED BY SIZE
            WS-QUEUED-FUSER-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'DO RECZNEJ DECYZJI        : ' DELIMITED BY SIZE
            WS-REVIEW-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'OSOBY NIEZNALEZIONE       : ' DELIMITED BY SIZE
            WS-NOTFND-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'JUZ USUNIETE/ZAKOLEJKOWANE: ' DELIMITED BY SIZE
            WS-ALREADY-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           EXIT.
       SPRAWDZ-STATUS-WORKLISTY.
           IF WORKLST-STATUS NOT = 0
              DISPLAY 'BLAD ZAPISU DO WORKLISTY' SPACE WORKLST-STATUS
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       SPRAWDZ-STATUS-RAPORTU.
           IF RAPORT-STATUS NOT = 0
              DISPLAY 'BLAD ZAPISU DO RAPORTU' SPACE RAPORT-STATUS
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
