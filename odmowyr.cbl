       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODMOWYR.
      * DZIENNY RAPORT ODMOW DOSTEPU DLA INSPEKTORA BEZPIECZENSTWA -
      * UPRAWCK ODKLADA KAZDA ODMOWE AKCJI WRAZLIWEJ (USER, USRS,
      * USRK, USRQ) DO KLASTRA FSECLOG Z TERMINALEM, USERID,
      * TRANSAKCJA I AKCJA. PROGRAM DRUKUJE ODMOWY Z JEDNEGO DNIA
      * (PARM='YYYYMMDD', DOMYSLNIE WCZORAJ - RAPORT IDZIE RANO
      * ZA DZIEN ZAMKNIETY) I SUMY PER OPERATOR, ZEBY POWTARZAJACE
      * SIE PROBY TEGO SAMEGO USERID BYLY WIDOCZNE OD RAZU.
      * KLUCZ KLASTRA ZACZYNA SIE OD STEMPLA, WIEC START OD DATY
      * RAPORTU I CZYTANIE DO PIERWSZEGO WPISU Z DNIA NASTEPNEGO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECLOG ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SL-KLUCZ
           FILE STATUS IS SECLOG-STATUS.
           SELECT RAPORT ASSIGN TO DD2
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RAPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SECLOG
      * DZIENNIK ODMOW - TEN SAM UKLAD CO PISZE UPRAWCK
           DATA RECORD IS FS-SECLOG
           RECORD CONTAINS 45 CHARACTERS.
       01 FS-SECLOG.
           05 SL-KLUCZ.
              10 SL-TS PIC X(26).
              10 SL-TERMID PIC X(4).
           05 SL-OPERATOR PIC X(8).
           05 SL-TRANSID PIC X(4).
           05 SL-AKCJA PIC X.
           05 SL-ROLA PIC X.
      * R = ROLA NIE OBEJMUJE AKCJI, U = BRAK OPERATORA W FOPER,
      * E = BLAD ODCZYTU FOPER
           05 SL-POWOD PIC X.
       FD RAPORT
           DATA RECORD IS FS-RAPORT
           RECORD CONTAINS 132 CHARACTERS.
       01 FS-RAPORT PIC X(132).
       WORKING-STORAGE SECTION.
       01 SECLOG-STATUS PIC 99.
       01 RAPORT-STATUS PIC 99.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-ABEND-CODE PIC S9(9) COMP VALUE 0.
       01 WS-RAPORT-LINE PIC X(132).
      * DATA RAPORTU Z PARM, DOMYSLNIE WCZORAJ
       01 WS-DATA-PARM PIC X(8).
       01 WS-DATA-RAPORTU PIC X(8).
       01 WS-DZISIAJ PIC X(21).
       01 WS-DZIS-DATA PIC 9(8).
       01 WS-WCZORAJ-DATA PIC 9(8).
       01 WS-DATA-INT PIC 9(9).
       01 WS-OPIS-AKCJI PIC X(20).
       01 WS-OPIS-POWODU PIC X(20).
       01 WS-LICZNIKI.
           05 WS-READ-COUNT PIC 9(9) VALUE 0.
           05 WS-ODMOWY-COUNT PIC 9(9) VALUE 0.
           05 WS-ROLA-COUNT PIC 9(9) VALUE 0.
           05 WS-NIEZNANY-COUNT PIC 9(9) VALUE 0.
           05 WS-BLAD-COUNT PIC 9(9) VALUE 0.
      * SUMY PER OPERATOR - TA SAMA KONSTRUKCJA CO TABELA ODDZIALOW
      * W ODDZMB
       01 WS-OPERATORZY.
           05 WS-OPER-COUNT PIC 9(3) VALUE 0.
           05 WS-OPER-POZYCJA OCCURS 200 TIMES.
              10 WS-OPER-USERID PIC X(8).
              10 WS-OPER-ODMOWY PIC 9(9).
       01 WS-OPER-AKT PIC 9(3).
       01 WS-OPER-IDX PIC 9(3).
       LINKAGE SECTION.
      * PARM Z JCL (EXEC PGM=ODMOWYR,PARM='YYYYMMDD')
       01 LS-PARM.
           05 LS-PARM-LEN PIC S9(4) COMP.
           05 LS-PARM-DATA PIC X(8).
       PROCEDURE DIVISION USING LS-PARM.
       MAIN.
           PERFORM USTAL-DATE-RAPORTU
           PERFORM OTWORZ-PLIKI
           PERFORM DRUKUJ-NAGLOWEK
           MOVE SPACES TO SL-KLUCZ
           MOVE WS-DATA-RAPORTU TO SL-TS(1:8)
           START SECLOG KEY IS NOT LESS THAN SL-KLUCZ
           INVALID KEY
              MOVE 'Y' TO WS-EOF
           NOT INVALID KEY
              CONTINUE
           END-START
           IF SECLOG-STATUS = 0 OR SECLOG-STATUS = 23 THEN CONTINUE
           ELSE
           DISPLAY 'BLAD START DZIENNIKA ODMOW' SPACE SECLOG-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           PERFORM PRZETWORZ-WPIS UNTIL WS-EOF = 'Y'
           PERFORM DRUKUJ-PODSUMOWANIE
           PERFORM ZAMKNIJ-PLIKI
           STOP RUN.
       USTAL-DATE-RAPORTU.
           MOVE FUNCTION CURRENT-DATE TO WS-DZISIAJ
           MOVE WS-DZISIAJ(1:8) TO WS-DZIS-DATA
           COMPUTE WS-DATA-INT =
            FUNCTION INTEGER-OF-DATE(WS-DZIS-DATA) - 1
           COMPUTE WS-WCZORAJ-DATA =
            FUNCTION DATE-OF-INTEGER(WS-DATA-INT)
           MOVE WS-WCZORAJ-DATA TO WS-DATA-RAPORTU
           MOVE SPACES TO WS-DATA-PARM
           IF LS-PARM-LEN = 8
              MOVE LS-PARM-DATA TO WS-DATA-PARM
              IF WS-DATA-PARM IS NUMERIC
                 MOVE WS-DATA-PARM TO WS-DATA-RAPORTU
              ELSE
                 DISPLAY 'BLEDNY PARM - RAPORT ZA WCZORAJ'
              END-IF
           END-IF
           EXIT.
       OTWORZ-PLIKI.
           OPEN INPUT SECLOG
           IF SECLOG-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING SECURITY LOG' SPACE
            SECLOG-STATUS
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
           CLOSE SECLOG
           CLOSE RAPORT
           EXIT.
       DRUKUJ-NAGLOWEK.
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'ODMOWYR - ODMOWY DOSTEPU ZA DZIEN ' DELIMITED
            BY SIZE WS-DATA-RAPORTU DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           EXIT.
       PRZETWORZ-WPIS.
           PERFORM CZYTAJ-1-WPIS
           IF WS-EOF NOT = 'Y'
              IF SL-TS(1:8) NOT = WS-DATA-RAPORTU
      * PIERWSZY WPIS Z DNIA NASTEPNEGO - DALEJ NIE CZYTAMY
                 MOVE 'Y' TO WS-EOF
              ELSE
                 ADD 1 TO WS-ODMOWY-COUNT
                 PERFORM DRUKUJ-ODMOWE
                 PERFORM DOSUMUJ-DO-OPERATORA
              END-IF
           END-IF
           EXIT.
       CZYTAJ-1-WPIS.
           READ SECLOG NEXT RECORD
           AT END
              MOVE 'Y' TO WS-EOF
           NOT AT END
              ADD 1 TO WS-READ-COUNT
           END-READ
           IF SECLOG-STATUS = 0 OR SECLOG-STATUS = 10 THEN CONTINUE
           ELSE
            DISPLAY 'BLAD ODCZYTU DZIENNIKA ODMOW' SPACE
             SECLOG-STATUS
            PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       DRUKUJ-ODMOWE.
           EVALUATE SL-AKCJA
           WHEN 'N'  MOVE 'NOWY WPIS'          TO WS-OPIS-AKCJI
           WHEN 'B'  MOVE 'KOREKTA Z BAZY'     TO WS-OPIS-AKCJI
           WHEN 'D'  MOVE 'USUNIECIE OSOBY'    TO WS-OPIS-AKCJI
           WHEN 'A'  MOVE 'ANULOWANIE KOREKTY' TO WS-OPIS-AKCJI
           WHEN 'F'  MOVE 'ZDJECIE FLAGI'      TO WS-OPIS-AKCJI
           WHEN 'Q'  MOVE 'PODGLAD PIERMAJ'    TO WS-OPIS-AKCJI
           WHEN 'O'  MOVE 'OCZEKIWANIE PLIKU'  TO WS-OPIS-AKCJI
           WHEN OTHER
              MOVE SPACES TO WS-OPIS-AKCJI
              MOVE SL-AKCJA TO WS-OPIS-AKCJI(1:1)
           END-EVALUATE
           EVALUATE SL-POWOD
           WHEN 'R'
              ADD 1 TO WS-ROLA-COUNT
              MOVE 'ROLA BEZ UPRAWNIEN' TO WS-OPIS-POWODU
           WHEN 'U'
              ADD 1 TO WS-NIEZNANY-COUNT
              MOVE 'BRAK W FOPER' TO WS-OPIS-POWODU
           WHEN OTHER
              ADD 1 TO WS-BLAD-COUNT
              MOVE 'BLAD PLIKU FOPER' TO WS-OPIS-POWODU
           END-EVALUATE
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'CZAS=' DELIMITED BY SIZE
            SL-TS(1:14) DELIMITED BY SIZE
            ' TERMINAL=' DELIMITED BY SIZE
            SL-TERMID DELIMITED BY SIZE
            ' USERID=' DELIMITED BY SIZE
            SL-OPERATOR DELIMITED BY SIZE
            ' TRANS=' DELIMITED BY SIZE
            SL-TRANSID DELIMITED BY SIZE
            ' AKCJA=' DELIMITED BY SIZE
            WS-OPIS-AKCJI DELIMITED BY SIZE
            ' ROLA=' DELIMITED BY SIZE
            SL-ROLA DELIMITED BY SIZE
            ' POWOD=' DELIMITED BY SIZE
            WS-OPIS-POWODU DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           EXIT.
       DOSUMUJ-DO-OPERATORA.
           MOVE 0 TO WS-OPER-AKT
           PERFORM SZUKAJ-OPERATORA
            VARYING WS-OPER-IDX FROM 1 BY 1
            UNTIL WS-OPER-IDX > WS-OPER-COUNT
           IF WS-OPER-AKT = 0
              IF WS-OPER-COUNT >= 200
                 DISPLAY 'ZA DUZO OPERATOROW W RAPORCIE ODMOW'
                 PERFORM ABEND-PGM-PARA
              END-IF
              ADD 1 TO WS-OPER-COUNT
              MOVE WS-OPER-COUNT TO WS-OPER-AKT
              MOVE SL-OPERATOR TO WS-OPER-USERID(WS-OPER-AKT)
              MOVE 0 TO WS-OPER-ODMOWY(WS-OPER-AKT)
           END-IF
           ADD 1 TO WS-OPER-ODMOWY(WS-OPER-AKT)
           EXIT.
       SZUKAJ-OPERATORA.
           IF WS-OPER-USERID(WS-OPER-IDX) = SL-OPERATOR
              MOVE WS-OPER-IDX TO WS-OPER-AKT
           END-IF
           EXIT.
       DRUKUJ-PODSUMOWANIE.
           MOVE SPACES TO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           PERFORM DRUKUJ-OPERATORA
            VARYING WS-OPER-IDX FROM 1 BY 1
            UNTIL WS-OPER-IDX > WS-OPER-COUNT
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'ODMOWY RAZEM               : ' DELIMITED
            BY SIZE WS-ODMOWY-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING '  ROLA BEZ UPRAWNIEN       : ' DELIMITED
            BY SIZE WS-ROLA-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING '  USERID SPOZA FOPER       : ' DELIMITED
            BY SIZE WS-NIEZNANY-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING '  BLAD ODCZYTU FOPER       : ' DELIMITED
            BY SIZE WS-BLAD-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           EXIT.
       DRUKUJ-OPERATORA.
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'USERID=' DELIMITED BY SIZE
            WS-OPER-USERID(WS-OPER-IDX) DELIMITED BY SIZE
            ' ODMOWY=' DELIMITED BY SIZE
            WS-OPER-ODMOWY(WS-OPER-IDX) DELIMITED BY SIZE
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
