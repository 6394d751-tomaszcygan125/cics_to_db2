      * STRONICOWANE ENTEREM JAK PRZEGLADANIE W USERB. KURSOR NIE
      * PRZEZYWA MIEDZY TASKAMI PSEUDOKONWERSACYJNYMI, WIEC KAZDA
      * STRONA OTWIERA GO NA NOWO OD KLUCZA (NAZWISKO,PESEL)
      * OSTATNIO POKAZANEGO WIERSZA.
      * PODGLAD BAZY WYMAGA UPRAWNIENIA (AKCJA 'Q' W UPRAWCK) -
      * SPRAWDZANE PRZY PIERWSZYM WYWOLANIU Z ARGUMENTEM; KOLEJNE
      * STRONY IDA TYLKO ZA WYSZUKIWANIEM, KTORE JUZ PRZESZLO
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL  INCLUDE SQLCA END-EXEC.
              'END OF LIST - PF3 TO EXIT'.
           05 DB-ERROR-MSG PIC X(30) VALUE
              'DATABASE ERROR - CALL SUPPORT'.
           05 NOT-AUTH-MSG PIC X(30) VALUE
              'NOT AUTHORIZED - LOGGED'.
           05 AUTH-FAIL-MSG PIC X(30) VALUE
              'AUTHORIZATION CHECK FAILED'.
      * TYTUL WPISYWANY DO NAGLOWKA PO KAZDYM CZYSZCZENIU STRONY -
      * VALUE NA WS-HEADER-LINE GINIE PO MOVE SPACES DO CALOSCI
           05 TITLE-MSG PIC X(30) VALUE
              'PIERMAJ - REGISTERED PERSONS'.
      * RAMKA DLA UPRAWCK - KONTROLA ROLI OPERATORA PRZED AKCJA
      * WRAZLIWA (MACIERZ AKCJI OPISANA W UPRAWCK)
       01 UPRAWCK-AREA.
           05 UP-AKCJA PIC X.
           05 UP-STATUS PIC X.
              88 UPRAWNIONY VALUE 'Y'.
           05 UP-ROLA PIC X.
       01 WS-TEXT-PAGE.
           05 WS-HEADER-LINE PIC X(120) VALUE
              'PIERMAJ - REGISTERED PERSONS'.
            INTO WS-TRANSID-SLOWO WS-ARG
           MOVE SPACES TO WS-LAST-NAZW
           MOVE SPACES TO WS-LAST-PESEL
           MOVE 'Y' TO UP-STATUS
           IF WS-ARG NOT = SPACES
              MOVE 'Q' TO UP-AKCJA
              MOVE 'N' TO UP-STATUS
      * LINK NIEUDANY (NP. PGMIDERR) = ODMOWA, STATUS ZOSTAJE 'N'
              EXEC CICS
              LINK PROGRAM('UPRAWCK') COMMAREA(UPRAWCK-AREA)
              RESP(RESPCODE)
              END-EXEC
              IF RESPCODE NOT = DFHRESP(NORMAL)
                 MOVE 'N' TO UP-STATUS
              END-IF
           END-IF
           EVALUATE TRUE
           WHEN WS-ARG = SPACES
              PERFORM POKAZ-PUSTA-STRONE
           WHEN NOT UPRAWNIONY
              PERFORM POKAZ-ODMOWE
           WHEN WS-ARG(1:11) IS NUMERIC AND WS-ARG(12:9) = SPACES
              PERFORM POKAZ-OSOBE-PO-PESELU
           WHEN OTHER
           MOVE 'P' TO WS-TRYB
           PERFORM WYSLIJ-STRONE
           EXIT.
       POKAZ-ODMOWE.
      * ODMOWA PODGLADU - ZAPIS DO DZIENNIKA ZROBIL UPRAWCK, TU
      * TYLKO KOMUNIKAT. TRYB 'P', ZEBY ENTER NIE OTWIERAL KURSORA
           MOVE SPACES TO WS-TEXT-PAGE
           IF UP-STATUS = 'E'
              MOVE AUTH-FAIL-MSG TO WS-HEADER-LINE
           ELSE
              MOVE NOT-AUTH-MSG TO WS-HEADER-LINE
           END-IF
           MOVE END-LIST-MSG TO WS-FOOTER-LINE
           MOVE 'P' TO WS-TRYB
           PERFORM WYSLIJ-STRONE
           EXIT.
       POKAZ-OSOBE-PO-PESELU.
      * ODCZYT DOKLADNY - JEDEN WIERSZ PO KLUCZU GLOWNYM
           MOVE SPACES TO WS-TEXT-PAGE
