       IDENTIFICATION DIVISION.                                
       PROGRAM-ID. DOBAZY.                                     
      * PROGRAM MA OGARNAC WSZYSTKIE DANE Z PLIKU DO BAZY      
      * PRZY DUZYM FUSER PROGRAM IDZIE JAKO KILKA ROWNOLEGLYCH JOBOW,
      * KAZDY NA SWOJ ZAKRES KLUCZA PESEL (PARM
      * 'nnnn,PP,PESEL-OD,PESEL-DO', PARTYCJE 01-08). PARTYCJA MA
      * WLASNE ODRZUCONE/DUPLIKATY/EKSTRAKT I WPIS KSIEGI 'DOBAZYPP',
      * EKSTRAKT PARTYCJI TO SAME REKORDY 'D' - NAGLOWEK I STOPKE
      * DOKLADA SCALB PO SORCIE WSZYSTKICH PARTYCJI, ON TEZ ZDEJMUJE
      * FLAGE RUNSTAT, GDY WSZYSTKIE PARTYCJE SIE SKONCZYLY.
      * POWTORKA PARTYCJI PO ABENDZIE (JEJ WPIS KSIEGI Z TEJ ALBO
      * POPRZEDNIEJ DATY STOI 'R') DOPISUJE DO SWOICH PLIKOW ZAMIAST
      * JE ZAKLADAC OD NOWA - REKORDY Z ZAKRESU CZEKAJA W FUSER DO
      * COMMITU, WIEC POWTORKA BIERZE DOKLADNIE TO, CO ZOSTALO
       ENVIRONMENT DIVISION.                                   
       INPUT-OUTPUT SECTION.                                   
       FILE-CONTROL.
      * TAKZE GDY PRZEBIEG PRZEJDZIE PRZEZ POLNOC
       01 WS-DATA-NOCY PIC X(8).
       01 WS-TS-TERAZ PIC X(21).
       01 WS-DATA-NUM PIC 9(8).
       01 WS-DATA-INT PIC 9(9).
      * PARM PARTYCJI 'nnnn,PP,PESEL-OD,PESEL-DO' - INTERWAL COMMITU,
      * NUMER PARTYCJI I ZAKRES KLUCZA FUSER (OBA KONCE WLACZNIE)
       01 WS-PARTYCJA-PARM.
           05 WS-PP-COMMIT PIC X(4).
           05 FILLER PIC X.
           05 WS-PP-NUMER PIC X(2).
           05 FILLER PIC X.
           05 WS-PP-OD PIC X(11).
           05 FILLER PIC X.
           05 WS-PP-DO PIC X(11).
      * ZERO = JEDEN STRUMIEN NA CALY FUSER, JAK DOTAD
       01 WS-PARTYCJA PIC 99 VALUE 0.
           88 TRYB-PARTYCJI VALUE 1 THRU 8.
       01 WS-PESEL-OD PIC X(11).
       01 WS-PESEL-DO PIC X(11).
      * POWTORKA PARTYCJI - PLIKI WYJSCIOWE OTWIERANE DO DOPISANIA
       01 WS-RESTART PIC X VALUE 'N'.
           88 RESTART-PARTYCJI VALUE 'Y'.
      * Y = CZYTANEGO WPISU PARTYCJI NIE MA W KSIEDZE (STATUS 23)
       01 WS-BRAK-WPISU PIC X VALUE 'N'.
           88 BRAK-WPISU-PARTYCJI VALUE 'Y'.
      * KLUCZ WPISU KSIEGI - 'DOBAZY' ALBO 'DOBAZYPP' DLA PARTYCJI
       01 WS-LEDGER-PROGRAM PIC X(8) VALUE 'DOBAZY'.
       LINKAGE SECTION.
      * PARM Z JCL (EXEC PGM=DOBAZY,PARM='nnnn') - INTERWAL COMMITU,
      * ALBO PARM='nnnn,PP,PESEL-OD,PESEL-DO' DLA PARTYCJI
       01 LS-PARM.
           05 LS-PARM-LEN PIC S9(4) COMP.
           05 LS-PARM-DATA PIC X(31).
       PROCEDURE DIVISION USING LS-PARM.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TS-TERAZ
      * PRAWEJ, ZEBY NIE CZYTAC SMIECI ZA DEKLAROWANA DLUGOSCIA
      * PARAMETRU I NIE DOSTAC SPACJI ZAMIAST ZER PRZED CYFRAMI
           MOVE '0000' TO WS-COMMIT-PARM
      * PARM DLUZSZY NIZ 4 ZNAKI TO PARM PARTYCJI - Z INNA DLUGOSCIA
      * NIZ 31 KONCZY JOB, BO JAKO INTERWAL PUSCILBY PELNE LADOWANIE
      * Z JEDNEGO STRUMIENIA OBOK PRAWDZIWYCH PARTYCJI
           IF LS-PARM-LEN > 4 AND LS-PARM-LEN NOT = 31
              DISPLAY 'NIEPRAWIDLOWY PARM PARTYCJI' SPACE
               LS-PARM-DATA
              PERFORM ABEND-PGM-PARA
           END-IF
           IF LS-PARM-LEN = 31
              PERFORM USTAL-PARTYCJE
              MOVE WS-PP-COMMIT TO WS-COMMIT-PARM
           ELSE
              IF LS-PARM-LEN > 0 AND LS-PARM-LEN <= 4
                 MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO
                  WS-COMMIT-PARM(5 - LS-PARM-LEN:LS-PARM-LEN)
              END-IF
           END-IF
      * POROWNANIE ZE ZNAKOWYM '0000', NIE Z LICZBA 0 - PRZY PUSTYM
      * PARM POROWNANIE ZNAKOWE '0000' > '0' BYLOBY PRAWDZIWE
              END-IF
           END-IF
           EXIT.
       USTAL-PARTYCJE.
      * BLEDNY PARM PARTYCJI KONCZY JOB - PARTYCJA Z ZAKRESEM WZIETYM
      * Z SUFITU ZALADOWALABY CUDZE REKORDY ALBO NIE ZALADOWALA NIC
           MOVE LS-PARM-DATA TO WS-PARTYCJA-PARM
           IF WS-PP-NUMER IS NUMERIC AND WS-PP-OD IS NUMERIC
              AND WS-PP-DO IS NUMERIC AND WS-PP-OD <= WS-PP-DO
              MOVE WS-PP-NUMER TO WS-PARTYCJA
           END-IF
           IF NOT TRYB-PARTYCJI
              DISPLAY 'NIEPRAWIDLOWY PARM PARTYCJI' SPACE
               LS-PARM-DATA
              PERFORM ABEND-PGM-PARA
           END-IF
           MOVE WS-PP-OD TO WS-PESEL-OD
           MOVE WS-PP-DO TO WS-PESEL-DO
           MOVE WS-PP-NUMER TO WS-LEDGER-PROGRAM(7:2)
           EXIT.
       OTWORZ-PLIK.
           OPEN I-O PLIK
           IF PLIK-STATUS = 0 THEN CONTINUE
           DISPLAY 'ERROR WHILE OPENING A FILE' SPACE PLIK-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
      * KSIEGA OTWIERANA PRZED PLIKAMI WYJSCIOWYMI - JEJ WPIS MOWI,
      * CZY PARTYCJA JEST POWTORKA I MA DOPISYWAC
           PERFORM OTWORZ-STEROW
           IF TRYB-PARTYCJI
              PERFORM SPRAWDZ-RESTART-PARTYCJI
           END-IF
           IF RESTART-PARTYCJI
              OPEN EXTEND ODRZUCONE
           ELSE
              OPEN OUTPUT ODRZUCONE
           END-IF
           IF ODRZUCONE-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING REJECT FILE' SPACE
            RAPORT-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           IF RESTART-PARTYCJI
              OPEN EXTEND DUPLIKATY
           ELSE
              OPEN OUTPUT DUPLIKATY
           END-IF
           IF DUPLIKATY-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING DUPLICATES FILE' SPACE
            DUPLIKATY-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           IF RESTART-PARTYCJI
              OPEN EXTEND EKSTRAKT
           ELSE
              OPEN OUTPUT EKSTRAKT
           END-IF
           IF EKSTRAKT-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING EXTRACT FILE' SPACE
           PERFORM ABEND-PGM-PARA
           END-IF
      * NAGLOWEK OD RAZU PO OTWARCIU - PUSTY PRZEBIEG TEZ MA
      * DAC PLIK Z H+T. PARTYCJA PISZE SAME 'D', H I T DOKLADA SCALB
           IF NOT TRYB-PARTYCJI
              MOVE FUNCTION CURRENT-DATE TO EN-DATA-PRZEBIEGU
              WRITE FS-EKSTRAKT FROM WS-EKS-NAGLOWEK
              PERFORM SPRAWDZ-STATUS-EKSTRAKTU
           END-IF
           MOVE 'Y' TO ST-FLAGA
           PERFORM USTAW-FLAGE-BATCH
           PERFORM ZAPISZ-START-LEDGER
           IF TRYB-PARTYCJI
              PERFORM USTAW-POCZATEK-ZAKRESU
           END-IF
           EXIT.
       OTWORZ-STEROW.
           OPEN I-O STEROW
           IF STEROW-STATUS = 35
      * PIERWSZY PRZEBIEG PO ZALOZENIU KLASTRA FSTAT - PUSTY KSDS
            STEROW-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       SPRAWDZ-RESTART-PARTYCJI.
      * WPIS PARTYCJI Z DZISIAJ ALBO Z WCZORAJ (POWTORKA PO POLNOCY)
      * STOI 'R' PO ABENDZIE, 'Z' GDY PARTYCJE PUSZCZONO DRUGI RAZ
      * PRZED SCALB - W OBU PRZYPADKACH PLIKI PARTYCJI SA JESZCZE
      * NIESCALONE I NIE WOLNO ICH ZAKLADAC OD NOWA. DUBLE, KTORE
      * TAK POWSTANA, WYRZUCA SCALB. 'S' = PARTYCJA JUZ SCALONA.
      * WCZORAJSZY WPIS LICZY SIE TYLKO, GDY DZISIEJSZEGO NIE MA -
      * DZISIEJSZY 'S' ZNACZY, ZE WCZORAJSZE 'R' JEST NIEAKTUALNE
           MOVE 'N' TO WS-RESTART
           MOVE WS-LEDGER-PROGRAM TO ST-PROGRAM
           MOVE WS-DATA-NOCY TO ST-DATA
           PERFORM CZYTAJ-WPIS-PARTYCJI
           IF BRAK-WPISU-PARTYCJI
              MOVE WS-DATA-NOCY TO WS-DATA-NUM
              COMPUTE WS-DATA-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) - 1
              COMPUTE WS-DATA-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATA-INT)
              MOVE WS-LEDGER-PROGRAM TO ST-PROGRAM
              MOVE WS-DATA-NUM TO ST-DATA
              PERFORM CZYTAJ-WPIS-PARTYCJI
      * POWTORKA PO POLNOCY DOMYKA WPIS Z WCZORAJ - START I KONIEC
      * W KSIEDZE IDA POD TEN SAM KLUCZ, BEZ OSIEROCONEGO 'R'
              IF RESTART-PARTYCJI
                 MOVE WS-DATA-NUM TO WS-DATA-NOCY
              END-IF
           END-IF
           IF RESTART-PARTYCJI
              DISPLAY 'POWTORKA PARTYCJI' SPACE WS-PARTYCJA
               ' - WYJSCIA DOPISYWANE'
           END-IF
           EXIT.
       CZYTAJ-WPIS-PARTYCJI.
           MOVE 'N' TO WS-BRAK-WPISU
           READ STEROW
           INVALID KEY
              MOVE 'Y' TO WS-BRAK-WPISU
           NOT INVALID KEY
              IF ST-FLAGA = 'R' OR ST-FLAGA = 'Z'
                 MOVE 'Y' TO WS-RESTART
              END-IF
           END-READ
           IF STEROW-STATUS = 0 OR STEROW-STATUS = 23 THEN CONTINUE
           ELSE
           DISPLAY 'BLAD ODCZYTU KSIEGI PRZEBIEGOW' SPACE
            STEROW-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       USTAW-POCZATEK-ZAKRESU.
      * PARTYCJA CZYTA FUSER OD PIERWSZEGO KLUCZA SWOJEGO ZAKRESU;
      * KONIEC ZAKRESU SPRAWDZA CZYTAJ-1-REKORD
           MOVE WS-PESEL-OD TO FS-PESEL
           START PLIK KEY IS NOT LESS THAN FS-PESEL
           INVALID KEY
              MOVE 'Y' TO WS-EOF
           END-START
           IF PLIK-STATUS = 0 OR PLIK-STATUS = 23 THEN CONTINUE
           ELSE
           DISPLAY 'BLAD START PLIKU' SPACE PLIK-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       USTAW-FLAGE-BATCH.
      * FLAGA STAWIANA BEZWARUNKOWO - PO ABENDZIE POPRZEDNIEGO
      * WIEC OPERATOR W USRS OD RAZU WIDZI GDZIE LANCUCH PADL.
      * POWTORKA TEJ SAMEJ NOCY NADPISUJE WPIS (STATUS 22)
           MOVE SPACES TO FS-STEROW
           MOVE WS-LEDGER-PROGRAM TO ST-PROGRAM
           MOVE WS-DATA-NOCY TO ST-DATA
           MOVE 'R' TO ST-FLAGA
           MOVE WS-TS-TERAZ TO ST-START-TS
      * DOMKNIECIE WPISU KSIEGI - STEMPEL KONCA, STATUS 'Z'
      * I LICZNIKI NAGLOWKOWE PRZEBIEGU
           MOVE SPACES TO FS-STEROW
           MOVE WS-LEDGER-PROGRAM TO ST-PROGRAM
           MOVE WS-DATA-NOCY TO ST-DATA
           MOVE 'Z' TO ST-FLAGA
           MOVE WS-TS-TERAZ TO ST-START-TS
           PERFORM DRUKUJ-RAPORT-KONCOWY
      * STOPKA EKSTRAKTU - LICZBA REKORDOW 'D' I SUMA KONTROLNA
      * PESELI, DOPIERO PO OSTATNIM COMMICIE
      * ZDJECIE FLAGI PRZEBIEGU - DOPIERO TERAZ, PO OSTATNIM
      * COMMICIE I USUNIECIACH Z PLIKU; PO ABENDZIE FLAGA ZOSTAJE
      * 'Y' I ZDEJMUJE JA OPERATOR TRANSAKCJA USRS. PARTYCJA NIE
      * PISZE STOPKI I NIE ZDEJMUJE FLAGI - ROBI TO SCALB PO
      * ZAKONCZENIU WSZYSTKICH PARTYCJI
           IF NOT TRYB-PARTYCJI
              MOVE WS-INSERTED-COUNT TO ES-LICZBA
              MOVE WS-SUMA-PESEL TO ES-SUMA-PESEL
              WRITE FS-EKSTRAKT FROM WS-EKS-STOPKA
              PERFORM SPRAWDZ-STATUS-EKSTRAKTU
              MOVE 'N' TO ST-FLAGA
              PERFORM USTAW-FLAGE-BATCH
           END-IF
           PERFORM ZAPISZ-KONIEC-LEDGER
           CLOSE PLIK
           CLOSE ODRZUCONE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           IF TRYB-PARTYCJI
              MOVE SPACES TO WS-RAPORT-LINE
              STRING 'PARTYCJA ' DELIMITED BY SIZE
               WS-PP-NUMER DELIMITED BY SIZE
               ' PESEL ' DELIMITED BY SIZE
               WS-PESEL-OD DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-PESEL-DO DELIMITED BY SIZE
               INTO WS-RAPORT-LINE
              IF RESTART-PARTYCJI
                 MOVE 'POWTORKA' TO WS-RAPORT-LINE(50:8)
              END-IF
              WRITE FS-RAPORT FROM WS-RAPORT-LINE
              PERFORM SPRAWDZ-STATUS-RAPORTU
           END-IF
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'REKORDY WCZYTANE Z PLIKU  : ' DELIMITED BY SIZE
            WS-READ-COUNT DELIMITED BY SIZE
           AT END
              MOVE 'Y' TO WS-EOF
           NOT AT END
      * KLUCZ ZA ZAKRESEM PARTYCJI TO DLA NIEJ KONIEC PLIKU
             IF TRYB-PARTYCJI AND FS-PESEL > WS-PESEL-DO
                MOVE 'Y' TO WS-EOF
             ELSE
                ADD 1 TO WS-READ-COUNT
             END-IF
           END-READ
           IF PLIK-STATUS = 0 OR PLIK-STATUS = 10 THEN CONTINUE
           ELSE
