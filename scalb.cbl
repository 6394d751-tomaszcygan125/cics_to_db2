       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCALB.
      * SCALENIE EKSTRAKTOW PARTYCJI DOBAZY. PRZY DUZYM FUSER DOBAZY
      * IDZIE KILKOMA ROWNOLEGLYMI JOBAMI, KAZDY NA SWOJ ZAKRES
      * PESEL, I KAZDY PISZE WLASNY EKSTRAKT Z SAMYCH REKORDOW 'D'.
      * KROK SORT W JCL (JAK PRZED POTWB) SKLEJA EKSTRAKTY PARTYCJI
      * I USTAWIA JE ROSNACO PO PESELU, A SCALB SKLADA Z TEGO JEDEN
      * DZIENNY EKSTRAKT DLA SYSTEMU SWIADCZEN W TYM SAMYM UKLADZIE
      * CO Z JEDNEGO STRUMIENIA: NAGLOWEK 'H', REKORDY 'D', STOPKA
      * 'T' Z LICZBA I SUMA PESELI PRZELICZONYMI NA NOWO - ODBIORCA
      * I POTWB NIE WIDZA ROZNICY.
      * SCALB RUSZA TYLKO GDY KAZDA PARTYCJA (PARM='nn' - ILE ICH
      * JEST) MA W KSIEDZE PRZEBIEGOW WPIS 'DOBAZYPP' ZE STATUSEM
      * 'Z' - WPIS Z DZISIAJ, A GDY GO NIE MA, Z WCZORAJ (LADOWANIE
      * ZACZETE PRZED POLNOCA). INACZEJ ABEND BEZ RUSZANIA FLAGI:
      * RUNSTAT ZOSTAJE 'Y', ONLINE ZAMKNIETY, OPERATOR POWTARZA
      * PARTYCJE I PUSZCZA SCALB JESZCZE RAZ.
      * POWTORKA PARTYCJI PO ABENDZIE DOPISUJE DO SWOJEGO EKSTRAKTU,
      * WIEC OSOBA Z WYCOFANEGO INSERTU MOZE PRZYJSC DWA RAZY - DRUGI
      * I DALSZE REKORDY Z TYM SAMYM PESELEM SA POMIJANE I LICZONE.
      * PESEL MNIEJSZY OD POPRZEDNIEGO (BRAK KROKU SORT) KONCZY JOB.
      * PO SCALENIU PARTYCJE DOSTAJA STATUS 'S' (SCALONA - KOLEJNA
      * NOC ZACZYNA JE OD NOWA), POWSTAJE WPIS 'DOBAZY' DLA CALEGO
      * LADOWANIA Z SUMA LICZNIKOW PARTYCJI I DOPIERO WTEDY SCHODZI
      * FLAGA RUNSTAT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEJSCIE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WEJSCIE-STATUS.
           SELECT EKSTRAKT ASSIGN TO DD2
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EKSTRAKT-STATUS.
           SELECT STEROW ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ST-KLUCZ
           FILE STATUS IS STEROW-STATUS.
           SELECT RAPORT ASSIGN TO DD4
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RAPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WEJSCIE
      * EKSTRAKTY PARTYCJI PO SORCIE - TEN SAM UKLAD CO EKSTRAKT
      * DOBAZY, W PARTYCJACH SAME REKORDY 'D'
           DATA RECORD IS FS-WEJSCIE
           RECORD CONTAINS 134 CHARACTERS.
       01 FS-WEJSCIE.
           05 WE-TYP PIC X.
           05 WE-PESEL PIC X(11).
           05 FILLER PIC X(122).
       FD EKSTRAKT
      * DZIENNY EKSTRAKT DLA SYSTEMU SWIADCZEN - TEN SAM UKLAD CO
      * W DOBAZY (H = NAGLOWEK Z DATA PRZEBIEGU, D = OSOBA,
      * T = STOPKA Z LICZBA REKORDOW I SUMA PESELI)
           DATA RECORD IS FS-EKSTRAKT
           RECORD CONTAINS 134 CHARACTERS.
       01 FS-EKSTRAKT PIC X(134).
       FD STEROW
      * KSIEGA PRZEBIEGOW NOCNYCH (KLASTER FSTAT) - TEN SAM UKLAD
      * CO W DOBAZY
           DATA RECORD IS FS-STEROW
           RECORD CONTAINS 96 CHARACTERS.
       01 FS-STEROW.
           05 ST-KLUCZ.
              10 ST-PROGRAM PIC X(8).
              10 ST-DATA PIC X(8).
      * DLA WPISU RUNSTAT: Y/N (BLOKADA); DLA WPISOW PROGRAMOW:
      * R = W TRAKCIE (ALBO ABEND), Z = ZAKONCZONY POPRAWNIE,
      * S = PARTYCJA DOBAZY ZAKONCZONA I SCALONA
           05 ST-FLAGA PIC X.
           05 ST-START-TS PIC X(26).
           05 ST-KONIEC-TS PIC X(26).
           05 ST-LICZ-WCZYTANE PIC 9(9).
           05 ST-LICZ-ZALADOWANE PIC 9(9).
           05 ST-LICZ-ODRZUCONE PIC 9(9).
       FD RAPORT
      * RAPORT ZE SCALENIA DLA OPERATORA NOCNEGO
           DATA RECORD IS FS-RAPORT
           RECORD CONTAINS 80 CHARACTERS.
       01 FS-RAPORT PIC X(80).
       WORKING-STORAGE SECTION.
       01 WEJSCIE-STATUS PIC 99.
       01 EKSTRAKT-STATUS PIC 99.
       01 STEROW-STATUS PIC 99.
       01 RAPORT-STATUS PIC 99.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-ABEND-CODE PIC S9(9) COMP VALUE 0.
       01 WS-RAPORT-LINE PIC X(80).
       01 WS-LICZNIKI.
           05 WS-READ-COUNT PIC 9(9) VALUE 0.
           05 WS-WRITTEN-COUNT PIC 9(9) VALUE 0.
           05 WS-DUBLE-COUNT PIC 9(9) VALUE 0.
           05 WS-POMINIETE-COUNT PIC 9(9) VALUE 0.
           05 WS-NIESKONCZONE-COUNT PIC 9(9) VALUE 0.
      * SUMY LICZNIKOW Z WPISOW PARTYCJI - DO WPISU 'DOBAZY'
           05 WS-SUMA-WCZYTANE PIC 9(9) VALUE 0.
           05 WS-SUMA-ZALADOWANE PIC 9(9) VALUE 0.
           05 WS-SUMA-ODRZUCONE PIC 9(9) VALUE 0.
      * PARM Z JCL (EXEC PGM=SCALB,PARM='nn') - ILE PARTYCJI
       01 WS-LICZBA-PARTYCJI PIC 99 VALUE 0.
       01 WS-PART-IDX PIC 99.
      * WPISY PARTYCJI ZNALEZIONE W KSIEDZE - DATA KLUCZA POTRZEBNA
      * DO POZNIEJSZEGO PRZESTAWIENIA WPISU NA 'S'
       01 WS-PARTYCJE.
           05 WS-PARTYCJA OCCURS 8 TIMES.
              10 PT-PROGRAM PIC X(8).
              10 PT-DATA PIC X(8).
              10 PT-FLAGA PIC X.
       01 WS-KLUCZ-PARTYCJI PIC X(8).
      * NAJWCZESNIEJSZY START PARTYCJI - START CALEGO LADOWANIA
       01 WS-START-LADOWANIA PIC X(26) VALUE HIGH-VALUES.
      * KONTROLA KOLEJNOSCI I DUBLI PO SORCIE
       01 WS-POPRZEDNI-PESEL PIC X(11) VALUE LOW-VALUES.
      * REKORDY EKSTRAKTU DLA SYSTEMU SWIADCZEN
       01 WS-EKS-NAGLOWEK.
           05 EN-TYP PIC X VALUE 'H'.
           05 EN-DATA-PRZEBIEGU PIC X(21).
           05 FILLER PIC X(112) VALUE SPACES.
       01 WS-EKS-STOPKA.
           05 ES-TYP PIC X VALUE 'T'.
           05 ES-LICZBA PIC 9(9).
           05 ES-SUMA-PESEL PIC 9(15).
           05 FILLER PIC X(109) VALUE SPACES.
      * SUMA KONTROLNA PESELI MODULO 10**15 - TAK JAK W DOBAZY
       01 WS-SUMA-PESEL PIC 9(15) VALUE 0.
       01 WS-PESEL-NUM PIC 9(11).
      * DATA NOCY I WCZORAJSZA - WPISU PARTYCJI SZUKAMY NAJPIERW
      * POD DZISIEJSZA DATA, POTEM POD WCZORAJSZA
       01 WS-TS-TERAZ PIC X(21).
       01 WS-DATA-NOCY PIC X(8).
       01 WS-DATA-NUM PIC 9(8).
       01 WS-DATA-INT PIC 9(9).
       01 WS-DATA-WCZORAJ PIC X(8).
       LINKAGE SECTION.
       01 LS-PARM.
           05 LS-PARM-LEN PIC S9(4) COMP.
           05 LS-PARM-DATA PIC X(2).
       PROCEDURE DIVISION USING LS-PARM.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TS-TERAZ
           MOVE WS-TS-TERAZ(1:8) TO WS-DATA-NOCY
           MOVE WS-DATA-NOCY TO WS-DATA-NUM
           COMPUTE WS-DATA-INT =
            FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) - 1
           COMPUTE WS-DATA-NUM = FUNCTION DATE-OF-INTEGER(WS-DATA-INT)
           MOVE WS-DATA-NUM TO WS-DATA-WCZORAJ
           PERFORM USTAL-LICZBE-PARTYCJI
           PERFORM OTWORZ-PLIKI
           PERFORM SPRAWDZ-PARTYCJE
           MOVE WS-TS-TERAZ TO EN-DATA-PRZEBIEGU
           WRITE FS-EKSTRAKT FROM WS-EKS-NAGLOWEK
           PERFORM SPRAWDZ-STATUS-EKSTRAKTU
           PERFORM CZYTAJ-WEJSCIE
           PERFORM SCAL-REKORD UNTIL WS-EOF = 'Y'
           PERFORM ZAMKNIJ-PLIKI
           STOP RUN.
       USTAL-LICZBE-PARTYCJI.
      * BEZ POPRAWNEJ LICZBY PARTYCJI NIE DA SIE POWIEDZIEC, CZY
      * WSZYSTKIE SIE SKONCZYLY - JOB SIE KONCZY
           IF LS-PARM-LEN = 2 AND LS-PARM-DATA IS NUMERIC
              MOVE LS-PARM-DATA TO WS-LICZBA-PARTYCJI
           END-IF
           IF WS-LICZBA-PARTYCJI < 1 OR WS-LICZBA-PARTYCJI > 8
              DISPLAY 'NIEPRAWIDLOWY PARM LICZBY PARTYCJI (01-08)'
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       OTWORZ-PLIKI.
           OPEN INPUT WEJSCIE
           IF WEJSCIE-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING INPUT FILE' SPACE
            WEJSCIE-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN OUTPUT EKSTRAKT
           IF EKSTRAKT-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING EXTRACT FILE' SPACE
            EKSTRAKT-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN I-O STEROW
           IF STEROW-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING RUN-STATUS FILE' SPACE
            STEROW-STATUS
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
           STRING 'SCALB - SCALENIE PARTYCJI DOBAZY ' DELIMITED BY SIZE
            WS-DATA-NOCY DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           EXIT.
       SPRAWDZ-PARTYCJE.
      * LINIA RAPORTU NA KAZDA PARTYCJE; CHOC JEDNA NIESKONCZONA
      * ZATRZYMUJE SCALENIE ZANIM POWSTANIE EKSTRAKT
           PERFORM SPRAWDZ-1-PARTYCJE
            VARYING WS-PART-IDX FROM 1 BY 1
            UNTIL WS-PART-IDX > WS-LICZBA-PARTYCJI
           IF WS-NIESKONCZONE-COUNT > 0
              MOVE SPACES TO WS-RAPORT-LINE
              STRING 'PARTYCJE NIESKONCZONE: ' DELIMITED BY SIZE
               WS-NIESKONCZONE-COUNT DELIMITED BY SIZE
               ' - SCALENIE WSTRZYMANE' DELIMITED BY SIZE
               INTO WS-RAPORT-LINE
              WRITE FS-RAPORT FROM WS-RAPORT-LINE
              PERFORM SPRAWDZ-STATUS-RAPORTU
              DISPLAY 'PARTYCJE DOBAZY NIESKONCZONE - FLAGA ZOSTAJE'
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       SPRAWDZ-1-PARTYCJE.
           MOVE 'DOBAZY' TO WS-KLUCZ-PARTYCJI
           MOVE WS-PART-IDX TO WS-KLUCZ-PARTYCJI(7:2)
           MOVE WS-KLUCZ-PARTYCJI TO PT-PROGRAM(WS-PART-IDX)
           MOVE SPACES TO PT-DATA(WS-PART-IDX)
           MOVE SPACE TO PT-FLAGA(WS-PART-IDX)
           MOVE WS-KLUCZ-PARTYCJI TO ST-PROGRAM
           MOVE WS-DATA-NOCY TO ST-DATA
           PERFORM CZYTAJ-WPIS-PARTYCJI
           IF PT-DATA(WS-PART-IDX) = SPACES
              MOVE WS-KLUCZ-PARTYCJI TO ST-PROGRAM
              MOVE WS-DATA-WCZORAJ TO ST-DATA
              PERFORM CZYTAJ-WPIS-PARTYCJI
           END-IF
           MOVE SPACES TO WS-RAPORT-LINE
           IF PT-DATA(WS-PART-IDX) = SPACES
              ADD 1 TO WS-NIESKONCZONE-COUNT
              STRING WS-KLUCZ-PARTYCJI DELIMITED BY SIZE
               ' BRAK WPISU (NIE STARTOWALA)' DELIMITED BY SIZE
               INTO WS-RAPORT-LINE
           ELSE
              IF PT-FLAGA(WS-PART-IDX) NOT = 'Z'
                 ADD 1 TO WS-NIESKONCZONE-COUNT
              ELSE
                 ADD ST-LICZ-WCZYTANE TO WS-SUMA-WCZYTANE
                 ADD ST-LICZ-ZALADOWANE TO WS-SUMA-ZALADOWANE
                 ADD ST-LICZ-ODRZUCONE TO WS-SUMA-ODRZUCONE
                 IF ST-START-TS < WS-START-LADOWANIA
                    MOVE ST-START-TS TO WS-START-LADOWANIA
                 END-IF
              END-IF
              STRING WS-KLUCZ-PARTYCJI DELIMITED BY SIZE
               ' DATA=' DELIMITED BY SIZE
               ST-DATA DELIMITED BY SIZE
               ' STATUS=' DELIMITED BY SIZE
               ST-FLAGA DELIMITED BY SIZE
               ' WCZ=' DELIMITED BY SIZE
               ST-LICZ-WCZYTANE DELIMITED BY SIZE
               ' ZAL=' DELIMITED BY SIZE
               ST-LICZ-ZALADOWANE DELIMITED BY SIZE
               ' ODRZ=' DELIMITED BY SIZE
               ST-LICZ-ODRZUCONE DELIMITED BY SIZE
               INTO WS-RAPORT-LINE
           END-IF
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           EXIT.
       CZYTAJ-WPIS-PARTYCJI.
           READ STEROW
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE ST-DATA TO PT-DATA(WS-PART-IDX)
              MOVE ST-FLAGA TO PT-FLAGA(WS-PART-IDX)
           END-READ
           IF STEROW-STATUS = 0 OR STEROW-STATUS = 23 THEN CONTINUE
           ELSE
           DISPLAY 'BLAD ODCZYTU KSIEGI PRZEBIEGOW' SPACE
            STEROW-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       CZYTAJ-WEJSCIE.
           READ WEJSCIE
           AT END
             MOVE 'Y' TO WS-EOF
           NOT AT END
             ADD 1 TO WS-READ-COUNT
           END-READ
           IF WEJSCIE-STATUS = 0 OR WEJSCIE-STATUS = 10 THEN CONTINUE
           ELSE
           DISPLAY 'BLAD ODCZYTU WEJSCIA' SPACE WEJSCIE-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       SCAL-REKORD.
      * REKORD INNY NIZ 'D' (NP. H/T Z EKSTRAKTU JEDNEGO STRUMIENIA
      * DOLOZONEGO DO SORTU POMYLKA) JEST POMIJANY I LICZONY
           IF WE-TYP NOT = 'D'
              ADD 1 TO WS-POMINIETE-COUNT
           ELSE
              IF WE-PESEL < WS-POPRZEDNI-PESEL
                 DISPLAY 'WEJSCIE NIEPOSORTOWANE PO PESELU' SPACE
                  WE-PESEL
                 PERFORM ABEND-PGM-PARA
              END-IF
              IF WE-PESEL = WS-POPRZEDNI-PESEL
                 ADD 1 TO WS-DUBLE-COUNT
              ELSE
                 WRITE FS-EKSTRAKT FROM FS-WEJSCIE
                 PERFORM SPRAWDZ-STATUS-EKSTRAKTU
                 ADD 1 TO WS-WRITTEN-COUNT
                 MOVE WE-PESEL TO WS-PESEL-NUM
                 COMPUTE WS-SUMA-PESEL = FUNCTION MOD(
                  WS-SUMA-PESEL + WS-PESEL-NUM, 1000000000000000)
                 MOVE WE-PESEL TO WS-POPRZEDNI-PESEL
              END-IF
           END-IF
           PERFORM CZYTAJ-WEJSCIE
           EXIT.
       ZAMKNIJ-PLIKI.
           MOVE WS-WRITTEN-COUNT TO ES-LICZBA
           MOVE WS-SUMA-PESEL TO ES-SUMA-PESEL
           WRITE FS-EKSTRAKT FROM WS-EKS-STOPKA
           PERFORM SPRAWDZ-STATUS-EKSTRAKTU
           CLOSE EKSTRAKT
      * KOLEJNOSC JAK W DOBAZY: NAJPIERW KOMPLETNY EKSTRAKT, POTEM
      * KSIEGA, NA KONIEC FLAGA - ABEND PO DRODZE ZOSTAWIA 'Y'
           PERFORM OZNACZ-PARTYCJE-SCALONE
            VARYING WS-PART-IDX FROM 1 BY 1
            UNTIL WS-PART-IDX > WS-LICZBA-PARTYCJI
           PERFORM ZAPISZ-WPIS-LADOWANIA
           PERFORM ZDEJMIJ-FLAGE-BATCH
           PERFORM DRUKUJ-RAPORT-KONCOWY
           CLOSE WEJSCIE
           CLOSE STEROW
           CLOSE RAPORT
           EXIT.
       OZNACZ-PARTYCJE-SCALONE.
           MOVE PT-PROGRAM(WS-PART-IDX) TO ST-PROGRAM
           MOVE PT-DATA(WS-PART-IDX) TO ST-DATA
           READ STEROW
           INVALID KEY
              CONTINUE
           END-READ
           IF STEROW-STATUS = 0
              MOVE 'S' TO ST-FLAGA
              REWRITE FS-STEROW
           END-IF
           IF STEROW-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'BLAD OZNACZENIA PARTYCJI' SPACE
            PT-PROGRAM(WS-PART-IDX) SPACE STEROW-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       ZAPISZ-WPIS-LADOWANIA.
      * WPIS 'DOBAZY' ZA CALE LADOWANIE - POD DATA NAJWCZESNIEJSZEGO
      * STARTU PARTYCJI, JAK BY GO ZALOZYL DOBAZY Z JEDNEGO
      * STRUMIENIA; LICZNIKI TO SUMA WPISOW PARTYCJI, POZA
      * ZALADOWANYMI - TE BIERZEMY Z EKSTRAKTU PO USUNIECIU DUBLI.
      * POWTORKA PARTYCJI NIE WIDZI JUZ REKORDOW SKASOWANYCH Z FUSER
      * PRZED ABENDEM, WIEC JEJ WPIS W KSIEDZE LICZY TYLKO RESZTE
           MOVE SPACES TO FS-STEROW
           MOVE 'DOBAZY' TO ST-PROGRAM
           MOVE WS-START-LADOWANIA(1:8) TO ST-DATA
           MOVE 'Z' TO ST-FLAGA
           MOVE WS-START-LADOWANIA TO ST-START-TS
           MOVE FUNCTION CURRENT-DATE TO ST-KONIEC-TS
           MOVE WS-SUMA-WCZYTANE TO ST-LICZ-WCZYTANE
           MOVE WS-WRITTEN-COUNT TO ST-LICZ-ZALADOWANE
           MOVE WS-SUMA-ODRZUCONE TO ST-LICZ-ODRZUCONE
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
       ZDEJMIJ-FLAGE-BATCH.
      * TO SAMO CO USTAW-FLAGE-BATCH W DOBAZY Z FLAGA 'N'
           MOVE SPACES TO FS-STEROW
           MOVE 'RUNSTAT' TO ST-PROGRAM
           MOVE SPACES TO ST-DATA
           MOVE 'N' TO ST-FLAGA
           MOVE FUNCTION CURRENT-DATE TO ST-START-TS
           MOVE SPACES TO ST-KONIEC-TS
           MOVE 0 TO ST-LICZ-WCZYTANE
           MOVE 0 TO ST-LICZ-ZALADOWANE
           MOVE 0 TO ST-LICZ-ODRZUCONE
           REWRITE FS-STEROW
           IF STEROW-STATUS = 0 THEN CONTINUE
           ELSE
              IF STEROW-STATUS = 23
                 WRITE FS-STEROW
              END-IF
              IF STEROW-STATUS = 0 THEN CONTINUE
              ELSE
              DISPLAY 'BLAD ZAPISU FLAGI PRZEBIEGU' SPACE
               STEROW-STATUS
              PERFORM ABEND-PGM-PARA
              END-IF
           END-IF
           EXIT.
       DRUKUJ-RAPORT-KONCOWY.
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'WCZYTANE Z PARTYCJI       : ' DELIMITED BY SIZE
            WS-READ-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'ZAPISANE DO EKSTRAKTU     : ' DELIMITED BY SIZE
            WS-WRITTEN-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'DUBLE Z POWTOREK PARTYCJI : ' DELIMITED BY SIZE
            WS-DUBLE-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'POMINIETE (NIE D)         : ' DELIMITED BY SIZE
            WS-POMINIETE-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'ZALADOWANE WG PARTYCJI    : ' DELIMITED BY SIZE
            WS-SUMA-ZALADOWANE DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'SUMA KONTROLNA PESELI     : ' DELIMITED BY SIZE
            WS-SUMA-PESEL DELIMITED BY SIZE
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
       SPRAWDZ-STATUS-EKSTRAKTU.
           IF EKSTRAKT-STATUS NOT = 0
              DISPLAY 'BLAD ZAPISU DO EKSTRAKTU' SPACE
               EKSTRAKT-STATUS
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       ABEND-PGM-PARA.
           CALL 'ABENDPGM' USING WS-ABEND-CODE
           GOBACK.
