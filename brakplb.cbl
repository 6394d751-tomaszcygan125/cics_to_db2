       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRAKPLB.
      * DZIENNY RAPORT BRAKUJACYCH PLIKOW ODDZIALOW - Z REJESTRU
      * PLIKOW PRZYJETYCH (KLASTER FREJPLK, PROWADZI GO WCZYTB)
      * WYPISUJE KAZDY ODDZIAL OCZEKIWANY CODZIENNIE, OD KTOREGO
      * W DNIU RAPORTU NIE PRZYJETO ZADNEGO PLIKU: OSTATNI
      * PRZYJETY NUMER I DATE, LICZBE DNI BEZ PLIKU I DZISIEJSZE
      * ODRZUCENIE, JESLI PLIK PRZYSZEDL, ALE NIE PRZESZEDL
      * KONTROLI. KIEDYS BRAKU PLIKU NIKT NIE ZAUWAZYL PRZEZ DWA
      * DNI. IDZIE PO WCZYTB; DZIEN RAPORTU Z PARM (YYYYMMDD,
      * GDY LANCUCH PRZESZEDL PRZEZ POLNOC), DOMYSLNIE DZISIAJ.
      * ODDZIAL WYLACZONY Z CODZIENNEJ WYMIANY (FLAGA W USRR)
      * JEST TYLKO LICZONY
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJESTR ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RJ-KLUCZ
           FILE STATUS IS REJESTR-STATUS.
           SELECT RAPORT ASSIGN TO DD2
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RAPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REJESTR
      * TEN SAM UKLAD CO W WCZYTB - POD NUMEREM 000000 WPIS
      * ODDZIALU, ZA NIM WPISY KOLEJNYCH PLIKOW
           DATA RECORD IS FS-REJESTR
           RECORD CONTAINS 80 CHARACTERS.
       01 FS-REJESTR.
           05 RJ-KLUCZ.
              10 RJ-ODDZIAL PIC X(4).
              10 RJ-NUMER PIC 9(6).
           05 RJ-DATA-PLIKU PIC X(8).
           05 RJ-DATA-WCZYTANIA PIC X(8).
      * WPIS ODDZIALU: T = PLIK OCZEKIWANY CODZIENNIE, N = NIE
           05 RJ-STATUS PIC X.
           05 RJ-POWOD PIC X(8).
           05 RJ-OST-NUMER PIC 9(6).
           05 RJ-LINIE PIC 9(9).
           05 RJ-ZALADOWANE PIC 9(9).
           05 RJ-ODRZUCONE PIC 9(9).
           05 RJ-DATA-ODRZUCENIA PIC X(8).
           05 FILLER PIC X(4).
       FD RAPORT
           DATA RECORD IS FS-RAPORT
           RECORD CONTAINS 80 CHARACTERS.
       01 FS-RAPORT PIC X(80).
       WORKING-STORAGE SECTION.
       01 REJESTR-STATUS PIC 99.
       01 RAPORT-STATUS PIC 99.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-ABEND-CODE PIC S9(9) COMP VALUE 0.
       01 WS-RAPORT-LINE PIC X(80).
       01 WS-DZISIAJ PIC X(21).
       01 WS-DATA-RAPORTU PIC X(8).
       01 WS-DATA-NUM PIC 9(8).
       01 WS-DATA-RAPORTU-NUM PIC 9(8).
       01 WS-DNI-BEZ-PLIKU PIC 9(5).
       01 WS-LICZNIKI.
           05 WS-ODDZIALY-COUNT PIC 9(9) VALUE 0.
           05 WS-OTRZYMANE-COUNT PIC 9(9) VALUE 0.
           05 WS-BRAKUJACE-COUNT PIC 9(9) VALUE 0.
           05 WS-NIEOCZEKIWANE-COUNT PIC 9(9) VALUE 0.
       LINKAGE SECTION.
      * PARM Z JCL (EXEC PGM=BRAKPLB,PARM='YYYYMMDD')
       01 LS-PARM.
           05 LS-PARM-LEN PIC S9(4) COMP.
           05 LS-PARM-DATA PIC X(8).
       PROCEDURE DIVISION USING LS-PARM.
       MAIN.
           PERFORM USTAL-DATE-RAPORTU
           PERFORM OTWORZ-PLIKI
           PERFORM DRUKUJ-NAGLOWEK
           PERFORM PRZETWORZ-WPIS UNTIL WS-EOF = 'Y'
           PERFORM DRUKUJ-PODSUMOWANIE
           PERFORM ZAMKNIJ-PLIKI
           STOP RUN.
       USTAL-DATE-RAPORTU.
           MOVE FUNCTION CURRENT-DATE TO WS-DZISIAJ
           MOVE WS-DZISIAJ(1:8) TO WS-DATA-RAPORTU
           IF LS-PARM-LEN = 8
              IF LS-PARM-DATA IS NUMERIC
                 MOVE LS-PARM-DATA TO WS-DATA-RAPORTU
              ELSE
                 DISPLAY 'BLEDNY PARM - RAPORT NA DZISIAJ'
              END-IF
           END-IF
           MOVE WS-DATA-RAPORTU TO WS-DATA-RAPORTU-NUM
           EXIT.
       OTWORZ-PLIKI.
           OPEN INPUT REJESTR
           IF REJESTR-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING FILE REGISTER' SPACE
            REJESTR-STATUS
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
           CLOSE REJESTR
           CLOSE RAPORT
           EXIT.
       DRUKUJ-NAGLOWEK.
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'BRAKPLB - BRAKUJACE PLIKI ODDZIALOW ZA '
            DELIMITED BY SIZE
            WS-DATA-RAPORTU DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           EXIT.
       PRZETWORZ-WPIS.
           READ REJESTR NEXT RECORD
           AT END
              MOVE 'Y' TO WS-EOF
           NOT AT END
              IF RJ-NUMER = 0
                 PERFORM OCEN-ODDZIAL
              END-IF
           END-READ
           IF REJESTR-STATUS = 0 OR REJESTR-STATUS = 10
              THEN CONTINUE
           ELSE
            DISPLAY 'BLAD ODCZYTU REJESTRU PLIKOW' SPACE
             REJESTR-STATUS
            PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       OCEN-ODDZIAL.
      * WPISY PLIKOW SA POMIJANE - O ODDZIALE MOWI JEGO WPIS
      * 000000 Z DATA OSTATNIEGO PRZYJETEGO PLIKU
           ADD 1 TO WS-ODDZIALY-COUNT
           EVALUATE TRUE
           WHEN RJ-STATUS = 'N'
              ADD 1 TO WS-NIEOCZEKIWANE-COUNT
           WHEN RJ-DATA-WCZYTANIA = WS-DATA-RAPORTU
              ADD 1 TO WS-OTRZYMANE-COUNT
           WHEN OTHER
              ADD 1 TO WS-BRAKUJACE-COUNT
              PERFORM DRUKUJ-BRAK
           END-EVALUATE
           EXIT.
       DRUKUJ-BRAK.
           MOVE SPACES TO WS-RAPORT-LINE
           IF RJ-OST-NUMER > 0 AND RJ-DATA-WCZYTANIA IS NUMERIC
              MOVE RJ-DATA-WCZYTANIA TO WS-DATA-NUM
              COMPUTE WS-DNI-BEZ-PLIKU =
               FUNCTION INTEGER-OF-DATE(WS-DATA-RAPORTU-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
              STRING 'ODDZIAL ' DELIMITED BY SIZE
               RJ-ODDZIAL DELIMITED BY SIZE
               ' OSTATNI NR ' DELIMITED BY SIZE
               RJ-OST-NUMER DELIMITED BY SIZE
               ' WCZYTANY ' DELIMITED BY SIZE
               RJ-DATA-WCZYTANIA DELIMITED BY SIZE
               ' DNI BEZ PLIKU ' DELIMITED BY SIZE
               WS-DNI-BEZ-PLIKU DELIMITED BY SIZE
               INTO WS-RAPORT-LINE
           ELSE
              STRING 'ODDZIAL ' DELIMITED BY SIZE
               RJ-ODDZIAL DELIMITED BY SIZE
               ' ZADEN PLIK JESZCZE NIE PRZYJETY' DELIMITED BY SIZE
               INTO WS-RAPORT-LINE
           END-IF
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
      * PLIK PRZYSZEDL, ALE WCZYTB GO ODRZUCIL - KOD POWODU JAK
      * NA RAPORCIE WCZYTB
           IF RJ-DATA-ODRZUCENIA = WS-DATA-RAPORTU
              MOVE SPACES TO WS-RAPORT-LINE
              STRING '     DZIS PLIK ODRZUCONY, POWOD ' DELIMITED
               BY SIZE RJ-POWOD DELIMITED BY SIZE
               INTO WS-RAPORT-LINE
              WRITE FS-RAPORT FROM WS-RAPORT-LINE
              PERFORM SPRAWDZ-STATUS-RAPORTU
           END-IF
           EXIT.
       DRUKUJ-PODSUMOWANIE.
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'ODDZIALY W REJESTRZE      : ' DELIMITED BY SIZE
            WS-ODDZIALY-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'PLIK PRZYJETY W DNIU      : ' DELIMITED BY SIZE
            WS-OTRZYMANE-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'BRAK PLIKU                : ' DELIMITED BY SIZE
            WS-BRAKUJACE-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'WYLACZONE Z WYMIANY       : ' DELIMITED BY SIZE
            WS-NIEOCZEKIWANE-COUNT DELIMITED BY SIZE
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
