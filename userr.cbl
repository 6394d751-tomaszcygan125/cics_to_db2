       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERR.
      * PODGLAD REJESTRU PLIKOW ODDZIALOW (PLIK 'FREJPLK', PROWADZI
      * GO WCZYTB) DLA HELPDESKU - NA PYTANIE ODDZIALU "CZY DOSZEDL
      * NASZ PLIK" BEZ DZWONIENIA DO OPERACJI.
      * WYWOLANIE: USRR <ODDZIAL>
      * NA GORZE WPIS ODDZIALU (OSTATNI PRZYJETY PLIK, OSTATNIE
      * ODRZUCENIE Z POWODEM, CZY PLIK JEST OCZEKIWANY CODZIENNIE),
      * POD NIM OSTATNIE PLIKI OD NAJNOWSZEGO. PF4 PRZELACZA FLAGE
      * OCZEKIWANIA (ODDZIAL ZAMKNIETY ALBO WYLACZONY Z WYMIANY
      * NIE MA WISIEC NA RAPORCIE BRAKPLB) - TYLKO KIEROWNIK ALBO
      * OPERATOR NOCNY (AKCJA 'O' W UPRAWCK).
      * ENTER ODSWIEZA, PF3 KONCZY
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 RESPCODE PIC S9(8) COMP.
      * TEN SAM UKLAD CO W WCZYTB - POD NUMEREM 000000 WPIS
      * ODDZIALU, ZA NIM WPISY KOLEJNYCH PLIKOW
       01 FS-REJESTR.
           05 RJ-KLUCZ.
              10 RJ-ODDZIAL PIC X(4).
              10 RJ-NUMER PIC 9(6).
           05 RJ-DATA-PLIKU PIC X(8).
           05 RJ-DATA-WCZYTANIA PIC X(8).
      * WPIS PLIKU: P = PRZYJETY, O = ODRZUCONY;
      * WPIS ODDZIALU: T = PLIK OCZEKIWANY CODZIENNIE, N = NIE
           05 RJ-STATUS PIC X.
           05 RJ-POWOD PIC X(8).
           05 RJ-OST-NUMER PIC 9(6).
           05 RJ-LINIE PIC 9(9).
           05 RJ-ZALADOWANE PIC 9(9).
           05 RJ-ODRZUCONE PIC 9(9).
           05 RJ-DATA-ODRZUCENIA PIC X(8).
           05 FILLER PIC X(4).
      * KLUCZ PODAWANY DO READ/STARTBR - OSOBNY OD POLA KLUCZA
      * W REKORDZIE, ZEBY ODCZYT INTO(FS-REJESTR) GO NIE NADPISYWAL
       01 WS-KLUCZ.
           05 WS-KLUCZ-ODDZIAL PIC X(4).
           05 WS-KLUCZ-NUMER PIC 9(6).
       01 WS-COMMAREA.
           05 WS-ODDZIAL PIC X(4).
       01 WS-INPUT-LEN PIC S9(4) COMP.
      * BUFOR NA TRESC Z TERMINALA (TRANSID + ARGUMENT)
       01 WS-INPUT PIC X(80).
       01 WS-TRANSID-SLOWO PIC X(20).
       01 WS-ARG PIC X(20).
       01 WS-KONIEC PIC X VALUE 'N'.
           88 KONIEC-LISTY VALUE 'Y'.
       01 WS-LINIA-IDX PIC 99.
       01 WS-NL-IDX PIC 99.
      * ZNAK NOWEJ LINII (NL) DLA SEND TEXT - JAK W USERB
       01 WS-NL PIC X VALUE X'15'.
       01 USERR-MESSAGES.
           05 EXIT-MSG PIC X(22) VALUE 'TRANSACTION TERMINATED'.
           05 USAGE-MSG PIC X(40) VALUE
              'ENTER: USRR BRANCH-CODE'.
           05 NO-BRANCH-MSG PIC X(40) VALUE
              'BRANCH NOT IN REGISTER - NO FILE YET'.
           05 READ-FAIL-MSG PIC X(40) VALUE
              'REGISTER READ FAILED - CALL SUPPORT'.
           05 FLAG-DONE-MSG PIC X(40) VALUE
              'EXPECTED-FILE FLAG CHANGED'.
           05 FLAG-FAIL-MSG PIC X(40) VALUE
              'FLAG CHANGE FAILED - CALL SUPPORT'.
           05 NOT-AUTH-MSG PIC X(40) VALUE
              'NOT AUTHORIZED TO CHANGE FLAG - LOGGED'.
           05 AUTH-FAIL-MSG PIC X(40) VALUE
              'AUTHORIZATION CHECK FAILED'.
      * RAMKA DLA UPRAWCK - KONTROLA ROLI OPERATORA PRZED AKCJA
      * WRAZLIWA (MACIERZ AKCJI OPISANA W UPRAWCK)
       01 UPRAWCK-AREA.
           05 UP-AKCJA PIC X.
           05 UP-STATUS PIC X.
              88 UPRAWNIONY VALUE 'Y'.
           05 UP-ROLA PIC X.
      * KOMUNIKAT PO PF4 - WPISYWANY DO TRZECIEJ LINII STRONY
       01 WS-KOMUNIKAT PIC X(40).
       01 WS-TEXT-PAGE.
           05 WS-HEADER-LINE PIC X(120).
           05 WS-DATA-LINE PIC X(120) OCCURS 13 TIMES.
           05 WS-FOOTER-LINE PIC X(120) VALUE
              'ENTER = REFRESH, PF4 = EXPECTED FLAG, PF3 = EXIT'.
       LINKAGE SECTION.
      * KOD ODDZIALU MIEDZY WYWOLANIAMI PSEUDOKONWERSACYJNYMI
       01 DFHCOMMAREA.
           05 LS-ODDZIAL PIC X(4).
       PROCEDURE DIVISION.
       MAIN.
           MOVE SPACES TO WS-KOMUNIKAT
           IF EIBCALEN = 0
              PERFORM ROZBIERZ-WEJSCIE
           ELSE
              MOVE LS-ODDZIAL TO WS-ODDZIAL
              EVALUATE EIBAID
              WHEN DFHPF3    PERFORM EXIT-PROGRAM-PARA
              WHEN DFHPF4    PERFORM ZMIEN-OCZEKIWANIE
              WHEN OTHER     PERFORM POKAZ-REJESTR
              END-EVALUATE
           END-IF
           EXEC CICS
           RETURN TRANSID('USRR') COMMAREA(WS-COMMAREA)
           END-EXEC
           GOBACK.
       ROZBIERZ-WEJSCIE.
      * PIERWSZE WYWOLANIE - KOD ODDZIALU Z TRESCI TERMINALA
      * (TRANSID + ARGUMENT), JAK W USERQ
           MOVE SPACES TO WS-INPUT
           MOVE 80 TO WS-INPUT-LEN
           EXEC CICS
           RECEIVE INTO(WS-INPUT)
           LENGTH(WS-INPUT-LEN)
           RESP(RESPCODE)
           END-EXEC
           MOVE SPACES TO WS-TRANSID-SLOWO
           MOVE SPACES TO WS-ARG
           UNSTRING WS-INPUT DELIMITED BY ALL ' '
            INTO WS-TRANSID-SLOWO WS-ARG
           MOVE WS-ARG(1:4) TO WS-ODDZIAL
           PERFORM POKAZ-REJESTR
           EXIT.
       POKAZ-REJESTR.
           PERFORM WYCZYSC-STRONE
           IF WS-ODDZIAL = SPACES
              MOVE USAGE-MSG TO WS-HEADER-LINE
           ELSE
              STRING 'FREJPLK - REJESTR PLIKOW ODDZIALU '
               DELIMITED BY SIZE
               WS-ODDZIAL DELIMITED BY SIZE
               INTO WS-HEADER-LINE
              PERFORM POKAZ-WPIS-ODDZIALU
              MOVE WS-KOMUNIKAT TO WS-DATA-LINE(3)
              PERFORM POKAZ-PLIKI
           END-IF
           PERFORM WYSLIJ-STRONE
           EXIT.
       WYCZYSC-STRONE.
           MOVE SPACES TO WS-HEADER-LINE
           PERFORM WYCZYSC-LINIE
            VARYING WS-NL-IDX FROM 1 BY 1
            UNTIL WS-NL-IDX > 13
           EXIT.
       WYCZYSC-LINIE.
           MOVE SPACES TO WS-DATA-LINE(WS-NL-IDX)
           EXIT.
       POKAZ-WPIS-ODDZIALU.
           MOVE WS-ODDZIAL TO WS-KLUCZ-ODDZIAL
           MOVE 0 TO WS-KLUCZ-NUMER
           EXEC CICS
           READ FILE('FREJPLK')
           INTO(FS-REJESTR)
           RIDFLD(WS-KLUCZ)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
              IF RJ-OST-NUMER > 0
                 STRING 'OSTATNI PRZYJETY PLIK NR ' DELIMITED BY SIZE
                  RJ-OST-NUMER DELIMITED BY SIZE
                  ' Z ' DELIMITED BY SIZE
                  RJ-DATA-PLIKU DELIMITED BY SIZE
                  ' WCZYTANY ' DELIMITED BY SIZE
                  RJ-DATA-WCZYTANIA DELIMITED BY SIZE
                  ' OCZEKIWANY CODZIENNIE=' DELIMITED BY SIZE
                  RJ-STATUS DELIMITED BY SIZE
                  INTO WS-DATA-LINE(1)
              ELSE
                 STRING 'ZADEN PLIK JESZCZE NIE PRZYJETY'
                  DELIMITED BY SIZE
                  ' OCZEKIWANY CODZIENNIE=' DELIMITED BY SIZE
                  RJ-STATUS DELIMITED BY SIZE
                  INTO WS-DATA-LINE(1)
              END-IF
              IF RJ-DATA-ODRZUCENIA NOT = SPACES
                 STRING 'OSTATNIE ODRZUCENIE ' DELIMITED BY SIZE
                  RJ-DATA-ODRZUCENIA DELIMITED BY SIZE
                  ' POWOD=' DELIMITED BY SIZE
                  RJ-POWOD DELIMITED BY SIZE
                  INTO WS-DATA-LINE(2)
              END-IF
           WHEN DFHRESP(NOTFND)
              MOVE NO-BRANCH-MSG TO WS-DATA-LINE(1)
           WHEN OTHER
              MOVE READ-FAIL-MSG TO WS-DATA-LINE(1)
           END-EVALUATE
           EXIT.
       POKAZ-PLIKI.
      * PLIKI OD NAJNOWSZEGO - PRZEGLADANIE WSTECZ OD KLUCZA ODDZIAL
      * +999999. GDY ZA ODDZIALEM NIE MA JUZ ZADNEGO KLUCZA (NOTFND),
      * START OD HIGH-VALUES USTAWIA NA KONIEC PLIKU. PIERWSZY
      * READPREV ODDAJE REKORD Z POZYCJI STARTU - CUDZY ODDZIAL JEST
      * POMIJANY, WPIS ODDZIALU (000000) KONCZY LISTE
           MOVE 4 TO WS-LINIA-IDX
           MOVE 'N' TO WS-KONIEC
           MOVE WS-ODDZIAL TO WS-KLUCZ-ODDZIAL
           MOVE 999999 TO WS-KLUCZ-NUMER
           EXEC CICS
           STARTBR FILE('FREJPLK')
           RIDFLD(WS-KLUCZ)
           GTEQ
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NOTFND)
              MOVE HIGH-VALUES TO WS-KLUCZ
              EXEC CICS
              STARTBR FILE('FREJPLK')
              RIDFLD(WS-KLUCZ)
              GTEQ
              RESP(RESPCODE)
              END-EXEC
           END-IF
           IF RESPCODE = DFHRESP(NORMAL)
              PERFORM CZYTAJ-POPRZEDNI UNTIL KONIEC-LISTY
              EXEC CICS
              ENDBR FILE('FREJPLK')
              RESP(RESPCODE)
              END-EXEC
           END-IF
           EXIT.
       CZYTAJ-POPRZEDNI.
           EXEC CICS
           READPREV FILE('FREJPLK')
           INTO(FS-REJESTR)
           RIDFLD(WS-KLUCZ)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE TRUE
           WHEN RESPCODE NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-KONIEC
           WHEN RJ-ODDZIAL > WS-ODDZIAL
              CONTINUE
           WHEN RJ-ODDZIAL = WS-ODDZIAL AND RJ-NUMER > 0
              PERFORM ZBUDUJ-LINIE-PLIKU
              ADD 1 TO WS-LINIA-IDX
              IF WS-LINIA-IDX > 13
                 MOVE 'Y' TO WS-KONIEC
              END-IF
           WHEN OTHER
              MOVE 'Y' TO WS-KONIEC
           END-EVALUATE
           EXIT.
       ZBUDUJ-LINIE-PLIKU.
           IF RJ-STATUS = 'P'
              STRING 'NR ' DELIMITED BY SIZE
               RJ-NUMER DELIMITED BY SIZE
               ' Z ' DELIMITED BY SIZE
               RJ-DATA-PLIKU DELIMITED BY SIZE
               ' WCZYTANY ' DELIMITED BY SIZE
               RJ-DATA-WCZYTANIA DELIMITED BY SIZE
               ' PRZYJETY LINII=' DELIMITED BY SIZE
               RJ-LINIE DELIMITED BY SIZE
               ' ZALADOWANE=' DELIMITED BY SIZE
               RJ-ZALADOWANE DELIMITED BY SIZE
               ' ODRZUCONE=' DELIMITED BY SIZE
               RJ-ODRZUCONE DELIMITED BY SIZE
               INTO WS-DATA-LINE(WS-LINIA-IDX)
           ELSE
              STRING 'NR ' DELIMITED BY SIZE
               RJ-NUMER DELIMITED BY SIZE
               ' Z ' DELIMITED BY SIZE
               RJ-DATA-PLIKU DELIMITED BY SIZE
               ' WCZYTANY ' DELIMITED BY SIZE
               RJ-DATA-WCZYTANIA DELIMITED BY SIZE
               ' ODRZUCONY W CALOSCI POWOD=' DELIMITED BY SIZE
               RJ-POWOD DELIMITED BY SIZE
               INTO WS-DATA-LINE(WS-LINIA-IDX)
           END-IF
           EXIT.
       ZMIEN-OCZEKIWANIE.
      * PF4 - PRZELACZENIE FLAGI OCZEKIWANIA PLIKU (T/N) WE WPISIE
      * ODDZIALU. READ UPDATE + REWRITE; ODMOWA IDZIE DO DZIENNIKA
           IF WS-ODDZIAL NOT = SPACES
              MOVE 'O' TO UP-AKCJA
              MOVE 'N' TO UP-STATUS
      * LINK NIEUDANY (NP. PGMIDERR) = ODMOWA, STATUS ZOSTAJE 'N'
              EXEC CICS
              LINK PROGRAM('UPRAWCK') COMMAREA(UPRAWCK-AREA)
              RESP(RESPCODE)
              END-EXEC
              IF RESPCODE NOT = DFHRESP(NORMAL)
                 MOVE 'N' TO UP-STATUS
              END-IF
              IF NOT UPRAWNIONY
                 IF UP-STATUS = 'E'
                    MOVE AUTH-FAIL-MSG TO WS-KOMUNIKAT
                 ELSE
                    MOVE NOT-AUTH-MSG TO WS-KOMUNIKAT
                 END-IF
              ELSE
                 PERFORM PRZELACZ-FLAGE
              END-IF
           END-IF
           PERFORM POKAZ-REJESTR
           EXIT.
       PRZELACZ-FLAGE.
           MOVE WS-ODDZIAL TO WS-KLUCZ-ODDZIAL
           MOVE 0 TO WS-KLUCZ-NUMER
           EXEC CICS
           READ FILE('FREJPLK')
           INTO(FS-REJESTR)
           RIDFLD(WS-KLUCZ)
           UPDATE
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
              IF RJ-STATUS = 'N'
                 MOVE 'T' TO RJ-STATUS
              ELSE
                 MOVE 'N' TO RJ-STATUS
              END-IF
              EXEC CICS
              REWRITE FILE('FREJPLK')
              FROM(FS-REJESTR)
              RESP(RESPCODE)
              END-EXEC
              IF RESPCODE = DFHRESP(NORMAL)
                 MOVE FLAG-DONE-MSG TO WS-KOMUNIKAT
              ELSE
                 MOVE FLAG-FAIL-MSG TO WS-KOMUNIKAT
              END-IF
           WHEN DFHRESP(NOTFND)
              MOVE NO-BRANCH-MSG TO WS-KOMUNIKAT
           WHEN OTHER
              MOVE FLAG-FAIL-MSG TO WS-KOMUNIKAT
           END-EVALUATE
           EXIT.
       WYSLIJ-STRONE.
      * OSTATNI BAJT KAZDEJ LINII TO NL, JAK W USERB
           MOVE WS-NL TO WS-HEADER-LINE(120:1)
           PERFORM USTAW-NL
            VARYING WS-NL-IDX FROM 1 BY 1
            UNTIL WS-NL-IDX > 13
           MOVE WS-NL TO WS-FOOTER-LINE(120:1)
           EXEC CICS
           SEND TEXT FROM(WS-TEXT-PAGE)
           ERASE
           RESP(RESPCODE)
           END-EXEC
           EXIT.
       USTAW-NL.
           MOVE WS-NL TO WS-DATA-LINE(WS-NL-IDX)(120:1)
           EXIT.
       EXIT-PROGRAM-PARA.
           EXEC CICS
           SEND TEXT FROM(EXIT-MSG)
           ERASE
           END-EXEC
           EXEC CICS
           RETURN
           END-EXEC
           GOBACK.
