           05 KO-KOD-POCZT PIC X(6).
           05 KO-PLEC PIC X(1).
           05 KO-TELEFON PIC X(15).
      * SPACJE = OPERATOR (USERP), ZG = ZGON Z REJESTRU USC,
      * AD = ZMIANA ADRESU Z SYSTEMU SWIADCZEN
           05 KO-POWOD PIC X(2).
       01 KOREKB-MESSAGES.
           05 EXIT-MSG PIC X(22) VALUE 'TRANSACTION TERMINATED'.
           05 EMPTY-MSG PIC X(19) VALUE 'QUEUE IS EMPTY'.
              'DISPLAY AN ENTRY FIRST (PF2)'.
           05 CANCEL-FAIL-MSG PIC X(40) VALUE
              'CANCEL FAILED - CALL SUPPORT'.
           05 NOT-AUTH-MSG PIC X(40) VALUE
              'NOT AUTHORIZED TO CANCEL - LOGGED'.
           05 AUTH-FAIL-MSG PIC X(40) VALUE
              'AUTHORIZATION CHECK FAILED'.
      * KOMUNIKAT WPISYWANY DO NAGLOWKA NASTEPNEJ STRONY (NP.
      * POTWIERDZENIE SKASOWANIA) - NAGLOWEK JEST CZYSZCZONY
      * RAZEM Z CALA STRONA, WIEC TYTUL SAM NIE PRZEZYJE
       01 WS-NAGLOWEK-MSG PIC X(40).
      * RAMKA DLA UPRAWCK - KONTROLA ROLI OPERATORA PRZED AKCJA
      * WRAZLIWA (MACIERZ AKCJI OPISANA W UPRAWCK)
       01 UPRAWCK-AREA.
           05 UP-AKCJA PIC X.
           05 UP-STATUS PIC X.
              88 UPRAWNIONY VALUE 'Y'.
           05 UP-ROLA PIC X.
       01 WS-TEXT-PAGE.
           05 WS-HEADER-LINE PIC X(120).
           05 WS-DATA-LINE PIC X(120) OCCURS 10 TIMES.
            KO-TYP DELIMITED BY SIZE
            ' WPIS=' DELIMITED BY SIZE
            KO-TS DELIMITED BY SIZE
            ' POWOD=' DELIMITED BY SIZE
            KO-POWOD DELIMITED BY SIZE
            INTO WS-DATA-LINE(1)
           STRING 'NAZWISKO=' DELIMITED BY SIZE
            KO-NAZWISKO DELIMITED BY SIZE
      * ZANIM NOCNY ZMIANYB GO PODEJMIE. KASUJEMY PO KLUCZU WPISU
      * FAKTYCZNIE POKAZANEGO (WS-LAST-KLUCZ), NIE PO TYM CO
      * OPERATOR MYSLI ZE WIDZI. NOTFND ZNACZY ZE WPIS JUZ ZNIKNAL
      * (NP. DRUGI SUPERVISOR) - ODSWIEZAMY WIDOK BEZ KASOWANIA.
      * KAZDE ANULOWANIE WPISU Z KOLEJKI WYMAGA ROLI DO AKCJI 'A'
      * (FKOREK NIE ZAPISUJE, CZYJ JEST WPIS) - ROLE SPRAWDZA
      * UPRAWCK, ODMOWA ZOSTAJE NA TYM SAMYM WPISIE
           IF WPIS-POKAZANY
              MOVE 'A' TO UP-AKCJA
              PERFORM SPRAWDZ-UPRAWNIENIE
           END-IF
           IF NOT WPIS-POKAZANY
              MOVE NO-ENTRY-MSG TO WS-NAGLOWEK-MSG
              IF KONIEC-SZCZEGOLOW
                 PERFORM POKAZ-STRONE-LISTY
              END-IF
           ELSE
              IF NOT UPRAWNIONY
                 PERFORM POKAZ-WPIS-PO-ODMOWIE
              ELSE
                 EXEC CICS
                 DELETE FILE('FKOREK')
                 RIDFLD(WS-LAST-KLUCZ)
                 RESP(RESPCODE)
                 END-EXEC
                 EVALUATE RESPCODE
                 WHEN DFHRESP(NORMAL)
                    MOVE CANCELLED-MSG TO WS-NAGLOWEK-MSG
                 WHEN DFHRESP(NOTFND)
                    MOVE GONE-MSG TO WS-NAGLOWEK-MSG
                 WHEN OTHER
                    MOVE CANCEL-FAIL-MSG TO WS-NAGLOWEK-MSG
                 END-EVALUATE
      * PO SKASOWANIU POKAZUJEMY NASTEPNY WPIS - STARTBR GTEQ OD
      * SKASOWANEGO KLUCZA TRAFI OD RAZU NA NASTEPNY
                 PERFORM POKAZ-SZCZEGOL
              END-IF
           END-IF
           EXIT.
       POKAZ-WPIS-PO-ODMOWIE.
      * ODMOWA ANULOWANIA - TEN SAM WPIS ZOSTAJE NA EKRANIE Z
      * KOMUNIKATEM W NAGLOWKU. CZYTAMY GO WPROST PO KLUCZU, BO
      * POKAZ-SZCZEGOL RUSZA OD NASTEPNEGO. GDY WPISU JUZ NIE MA,
      * POKAZUJEMY NASTEPNY JAK PO NOTFND PRZY KASOWANIU
           MOVE SPACES TO WS-TEXT-PAGE
           MOVE WS-NAGLOWEK-MSG TO WS-HEADER-LINE
           EXEC CICS
           READ FILE('FKOREK')
           INTO(FS-KOREKTA)
           RIDFLD(WS-LAST-KLUCZ)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL)
              PERFORM ZBUDUJ-LINIE-SZCZEGOLU
              MOVE DETAIL-MORE-MSG TO WS-FOOTER-LINE
              PERFORM WYSLIJ-STRONE
           ELSE
              PERFORM POKAZ-SZCZEGOL
           END-IF
           EXIT.
       SPRAWDZ-UPRAWNIENIE.
      * ROLA OPERATORA Z FOPER KONTRA UP-AKCJA - DECYZJE I ZAPIS
      * ODMOWY DO FSECLOG ROBI UPRAWCK. GDY LINK SIE NIE UDA
      * (NP. PGMIDERR), STATUS ZOSTAJE 'N' (ODMOWA)
           MOVE 'N' TO UP-STATUS
           EXEC CICS
           LINK PROGRAM('UPRAWCK') COMMAREA(UPRAWCK-AREA)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE NOT = DFHRESP(NORMAL)
              MOVE 'N' TO UP-STATUS
           END-IF
           EVALUATE UP-STATUS
           WHEN 'Y'
              CONTINUE
           WHEN 'E'
              MOVE AUTH-FAIL-MSG TO WS-NAGLOWEK-MSG
           WHEN OTHER
              MOVE NOT-AUTH-MSG TO WS-NAGLOWEK-MSG
           END-EVALUATE
           EXIT.
       CZYTAJ-NASTEPNY-Z-BROWSE.
           EXEC CICS
           READNEXT FILE('FKOREK')
