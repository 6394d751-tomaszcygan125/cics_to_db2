       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERS.
      * PODGLAD KSIEGI PRZEBIEGOW NOCNYCH (PLIK 'FSTAT') I RESET
      * FLAGI BLOKADY - KAZDY PROGRAM WSADOWY LANCUCHA (ZGONYB,
      * DOBAZY, ZMIANYB, PONOWB, WCZYTB, RECONCIL) ZOSTAWIA WPIS
      * PROGRAM+DATA ZE STARTEM, KONCEM, STATUSEM I LICZNIKAMI,
      * WIEC PO ABENDZIE OPERATOR WIDZI TU CO JECHALO, CO SIE
      * SKONCZYLO I CO WISI, ZAMIAST GRZEBAC W LOGACH JOBOW.
      * WPIS 'RUNSTAT' TO DOTYCHCZASOWA FLAGA BLOKADY DOBAZY -
      * PO ABENDZIE ZOSTAJE 'Y', OKIENKO USERP JEST ZAMKNIETE,
      * A ZMIANYB I PONOWB ODMAWIAJA STARTU; PF4 ZDEJMUJE JA
      * RECZNIE PO WYJASNIENIU ABENDU - TYLKO KIEROWNIK ALBO
      * OPERATOR NOCNY (ROLE Z PLIKU FOPER SPRAWDZA UPRAWCK).
      * GDY DOBAZY IDZIE PARTYCJAMI, POD LANCUCHEM STOI PO JEDNEJ
      * LINII NA KAZDA PARTYCJE 'DOBAZY01'..'DOBAZY08', KTORA MA
      * WPIS (S = ZAKONCZONA I SCALONA PRZEZ SCALB); WPIS 'DOBAZY'
      * DLA CALEGO LADOWANIA ZAKLADA WTEDY DOPIERO SCALB.
      * ENTER ODSWIEZA, PF3 KONCZY
       DATA DIVISION.
       WORKING-STORAGE SECTION.
              10 ST-PROGRAM PIC X(8).
              10 ST-DATA PIC X(8).
      * DLA WPISU RUNSTAT: Y/N (BLOKADA); DLA WPISOW PROGRAMOW:
      * R = W TRAKCIE (ALBO ABEND), Z = ZAKONCZONY POPRAWNIE,
      * S = PARTYCJA DOBAZY ZAKONCZONA I SCALONA
           05 ST-FLAGA PIC X.
           05 ST-START-TS PIC X(26).
           05 ST-KONIEC-TS PIC X(26).
           05 WS-KLUCZ-PROGRAM PIC X(8).
           05 WS-KLUCZ-DATA PIC X(8).
      * PROGRAMY LANCUCHA W KOLEJNOSCI NOCNEGO HARMONOGRAMU
       01 WS-PROG-LISTA PIC X(48) VALUE
          'ZGONYB  DOBAZY  ZMIANYB PONOWB  WCZYTB  RECONCIL'.
       01 WS-PROG-TAB REDEFINES WS-PROG-LISTA.
           05 WS-PROG-NAZWA PIC X(8) OCCURS 6 TIMES.
       01 WS-PROG-IDX PIC 99.
       01 WS-LINIA-IDX PIC 99.
      * NUMER PARTYCJI DOBAZY - DOKLEJANY DO KLUCZA 'DOBAZY'
       01 WS-PART-IDX PIC 99.
      * DZIS I WCZORAJ - LANCUCH POTRAFI PRZEJSC PRZEZ POLNOC,
      * WIEC WPISU SZUKAMY NAJPIERW POD DZISIEJSZA DATA, POTEM
      * POD WCZORAJSZA
              'FLAG RESET FAILED - CALL SUPPORT'.
           05 READ-FAIL-MSG PIC X(40) VALUE
              'RUN-STATUS READ FAILED - CALL SUPPORT'.
           05 NOT-AUTH-MSG PIC X(40) VALUE
              'NOT AUTHORIZED TO RESET FLAG - LOGGED'.
           05 AUTH-FAIL-MSG PIC X(40) VALUE
              'AUTHORIZATION CHECK FAILED'.
      * RAMKA DLA UPRAWCK - KONTROLA ROLI OPERATORA PRZED AKCJA
      * WRAZLIWA (MACIERZ AKCJI OPISANA W UPRAWCK)
       01 UPRAWCK-AREA.
           05 UP-AKCJA PIC X.
           05 UP-STATUS PIC X.
              88 UPRAWNIONY VALUE 'Y'.
           05 UP-ROLA PIC X.
       01 WS-TEXT-PAGE.
           05 WS-HEADER-LINE PIC X(120).
           05 WS-DATA-LINE PIC X(120) OCCURS 21 TIMES.
           05 WS-FOOTER-LINE PIC X(120) VALUE
              'ENTER = REFRESH, PF4 = RESET FLAG, PF3 = EXIT'.
       PROCEDURE DIVISION.
           MOVE SPACES TO WS-HEADER-LINE
           PERFORM WYCZYSC-LINIE
            VARYING WS-NL-IDX FROM 1 BY 1
            UNTIL WS-NL-IDX > 21
           EXIT.
       WYCZYSC-LINIE.
           MOVE SPACES TO WS-DATA-LINE(WS-NL-IDX)
           MOVE 1 TO WS-LINIA-IDX
           PERFORM POKAZ-1-PROGRAM
            VARYING WS-PROG-IDX FROM 1 BY 1
            UNTIL WS-PROG-IDX > 6
           PERFORM POKAZ-PARTYCJE
           EXIT.
       POKAZ-PARTYCJE.
      * PARTYCJE DOBAZY OD LINII 14, PO JEDNEJ LINII I TYLKO TE,
      * KTORE MAJA WPIS - PRZY JEDNYM STRUMIENIU NIE MA ZADNEJ
           MOVE 13 TO WS-LINIA-IDX
           PERFORM POKAZ-1-PARTYCJE
            VARYING WS-PART-IDX FROM 1 BY 1
            UNTIL WS-PART-IDX > 8
           EXIT.
       POKAZ-1-PARTYCJE.
           MOVE 'DOBAZY' TO WS-KLUCZ-PROGRAM
           MOVE WS-PART-IDX TO WS-KLUCZ-PROGRAM(7:2)
           MOVE WS-DZIS-DATA TO WS-KLUCZ-DATA
           EXEC CICS
           READ FILE('FSTAT')
           INTO(FS-STEROW)
           RIDFLD(WS-KLUCZ)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NOTFND)
              MOVE WS-WCZORAJ-DATA TO WS-KLUCZ-DATA
              EXEC CICS
              READ FILE('FSTAT')
              INTO(FS-STEROW)
              RIDFLD(WS-KLUCZ)
              RESP(RESPCODE)
              END-EXEC
           END-IF
           IF RESPCODE = DFHRESP(NORMAL)
              ADD 1 TO WS-LINIA-IDX
              STRING ST-PROGRAM DELIMITED BY SIZE
               ' STATUS=' DELIMITED BY SIZE
               ST-FLAGA DELIMITED BY SIZE
               ' START=' DELIMITED BY SIZE
               ST-START-TS(1:14) DELIMITED BY SIZE
               ' KONIEC=' DELIMITED BY SIZE
               ST-KONIEC-TS(1:14) DELIMITED BY SIZE
               ' WCZ=' DELIMITED BY SIZE
               ST-LICZ-WCZYTANE DELIMITED BY SIZE
               ' ZAL=' DELIMITED BY SIZE
               ST-LICZ-ZALADOWANE DELIMITED BY SIZE
               ' ODRZ=' DELIMITED BY SIZE
               ST-LICZ-ODRZUCONE DELIMITED BY SIZE
               INTO WS-DATA-LINE(WS-LINIA-IDX)
           END-IF
           EXIT.
       POKAZ-1-PROGRAM.
           MOVE WS-PROG-NAZWA(WS-PROG-IDX) TO WS-KLUCZ-PROGRAM
           EXIT.
       ZDEJMIJ-FLAGE.
      * PF4 - RECZNE ZDJECIE FLAGI PO ABENDZIE DOBAZY. READ UPDATE
      * + REWRITE; GDY REKORDU NIE MA, NIE MA CZEGO ZDEJMOWAC.
      * REFERENT ZDJAL KIEDYS FLAGE W TRAKCIE DOBAZY - ODMOWA
      * IDZIE DO DZIENNIKA, A EKRAN POKAZUJE STAN BEZ ZMIAN
           PERFORM WYCZYSC-STRONE
           MOVE 'F' TO UP-AKCJA
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
              PERFORM CZYTAJ-REKORD-STANU
              IF UP-STATUS = 'E'
                 MOVE AUTH-FAIL-MSG TO WS-HEADER-LINE
              ELSE
                 MOVE NOT-AUTH-MSG TO WS-HEADER-LINE
              END-IF
           ELSE
              MOVE STAT-KLUCZ TO WS-KLUCZ
              EXEC CICS
              READ FILE('FSTAT')
              INTO(FS-STEROW)
              RIDFLD(WS-KLUCZ)
              UPDATE
              RESP(RESPCODE)
              END-EXEC
              EVALUATE RESPCODE
              WHEN DFHRESP(NORMAL)
                 MOVE 'N' TO ST-FLAGA
                 MOVE FUNCTION CURRENT-DATE TO ST-START-TS
                 EXEC CICS
                 REWRITE FILE('FSTAT')
                 FROM(FS-STEROW)
                 RESP(RESPCODE)
                 END-EXEC
                 IF RESPCODE = DFHRESP(NORMAL)
                    MOVE RESET-DONE-MSG TO WS-HEADER-LINE
                    STRING 'OSTATNIA ZMIANA: ' DELIMITED BY SIZE
                     ST-START-TS DELIMITED BY SIZE
                     INTO WS-DATA-LINE(1)
                 ELSE
                    MOVE RESET-FAIL-MSG TO WS-HEADER-LINE
                 END-IF
              WHEN DFHRESP(NOTFND)
                 MOVE NO-RECORD-MSG TO WS-HEADER-LINE
              WHEN OTHER
                 MOVE RESET-FAIL-MSG TO WS-HEADER-LINE
              END-EVALUATE
           END-IF
           PERFORM POKAZ-LANCUCH
           PERFORM WYSLIJ-STRONE
           EXIT.
      * OSTATNI BAJT KAZDEJ LINII TO NL, JAK W USERB
           MOVE WS-NL TO WS-HEADER-LINE(120:1)
           PERFORM VARYING WS-NL-IDX FROM 1 BY 1
            UNTIL WS-NL-IDX > 21
              MOVE WS-NL TO WS-DATA-LINE(WS-NL-IDX)(120:1)
           END-PERFORM
           MOVE WS-NL TO WS-FOOTER-LINE(120:1)
