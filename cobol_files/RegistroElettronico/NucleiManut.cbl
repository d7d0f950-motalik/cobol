       IDENTIFICATION DIVISION.
       PROGRAM-ID. NucleiManut.

      *Nuclei familiari (NUCLEI.DAT): i fratelli iscritti nella
      *scuola raggruppati sotto un codice di nucleo, perche' hanno
      *gli stessi tutori. Finora ogni matricola aveva la sua copia
      *dei tutori in TUTORI.DAT e un recapito cambiato per un figlio
      *restava vecchio per l'altro. Qui si collega una matricola a
      *un nucleo (nucleo 0 = nuovo), la si scollega e si elenca un
      *nucleo; collegando uno studente ancora senza tutori gli si
      *copiano quelli del nucleo. Da qui in avanti i tutori si
      *modificano una volta per nucleo (StudentiMaster), le lettere
      *possono uscire una per nucleo (LettereFamiglie) e la
      *prenotazione dei colloqui mostra quelle dei fratelli
      *(Colloqui). Il report NUCLEI-DISALLINEATI.txt elenca i nuclei
      *in cui i tutori dei fratelli non coincidono piu' (nomi
      *mancanti, canale, recapito o relazione diversi), da
      *riallineare prima della prossima corrispondenza.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
      *Una riga per matricola collegata: codice nucleo e matricola
           SELECT FileNuclei ASSIGN TO 'NUCLEI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileNuclei.
      *Registro dei tutori (TUTORI.DAT, manutenuto da
      *StudentiMaster)
           SELECT FileTutori ASSIGN TO 'TUTORI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileTutori.
           SELECT FileReport ASSIGN TO 'NUCLEI-DISALLINEATI.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileReport.
      *Segnale dell'ambiente di prova (AmbienteProva): esiste solo
      *nella cartella dei dati pseudonimizzati
           SELECT FileAmbiente ASSIGN TO 'AMBIENTE-PROVA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAmbiente.
      *Finestra di manutenzione degli archivi (FinestraManutenzione):
      *aperta dai lavori sugli archivi interi
           SELECT FileManutenzione ASSIGN TO 'MANUTENZIONE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileManutenzione.
           SELECT FileAudit ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAudit.

       DATA DIVISION.
       FILE SECTION.
       FD  Studenti.
       01  Studenti-Record.
           05  ST-ID PIC 9(6).
           05  ST-Cognome PIC X(50).
           05  ST-Nome PIC X(50).
           05  ST-Classe PIC X(4).
           05  ST-Contatto PIC X(40).
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
               88  ST-Esterno-Si VALUE "E".
       FD  FileNuclei.
       01  FileNuclei-Record.
           05  NU-Nucleo PIC 9(6).
           05  NU-ID-Studente PIC 9(6).
       FD  FileTutori.
       01  FileTutori-Record.
           05  TU-ID-Studente PIC 9(6).
           05  TU-Nome PIC X(40).
           05  TU-Relazione PIC X(10).
           05  TU-Canale PIC X(8).
           05  TU-Recapito PIC X(40).
           05  TU-Priorita PIC 9(1).
       FD  FileReport.
       01  FileReport-Record PIC X(80).
       FD  FileAmbiente.
       01  FileAmbiente-Record.
           05  AP-Data-Copia PIC 9(8).
           05  AP-Data-Copia-Testo REDEFINES AP-Data-Copia PIC X(8).
           05  AP-Ora-Copia PIC 9(8).
      *Una sola riga: stato (A aperta, C chiusa), lavoro, operatore,
      *motivo, inizio e fine prevista; la chiave e' quella che la
      *catena di fine giornata passa ai suoi passi
       FD  FileManutenzione.
       01  FileManutenzione-Record.
           05  MN-Stato PIC X(1).
           05  MN-Programma PIC X(20).
           05  MN-Operatore PIC X(10).
           05  MN-Motivo PIC X(40).
           05  MN-Data-Inizio PIC 9(8).
           05  MN-Data-Inizio-Testo REDEFINES MN-Data-Inizio
                   PIC X(8).
           05  MN-Ora-Inizio PIC 9(4).
           05  MN-Ora-Inizio-Testo REDEFINES MN-Ora-Inizio PIC X(4).
           05  MN-Data-Fine PIC 9(8).
           05  MN-Data-Fine-Testo REDEFINES MN-Data-Fine PIC X(8).
           05  MN-Ora-Fine PIC 9(4).
           05  MN-Ora-Fine-Testo REDEFINES MN-Ora-Fine PIC X(4).
           05  MN-Chiave PIC X(16).
       FD  FileAudit.
       01  FileAudit-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileNuclei PIC XX VALUE SPACES.
       01  FS-FileTutori PIC XX VALUE SPACES.
       01  FS-FileReport PIC XX VALUE SPACES.
       01  FS-FileAudit PIC XX VALUE SPACES.
       01  FS-FileAmbiente PIC XX VALUE SPACES.
      *"S" quando la sessione gira sui dati dell'ambiente di prova
       01  Ambiente-Prova PIC X VALUE "N".
       01  FS-FileManutenzione PIC XX VALUE SPACES.
      *Finestra di manutenzione: "S" se aperta, "S" se oltre la fine
      *prevista (segnale lasciato da un lavoro interrotto)
       01  Manutenzione-Attiva PIC X VALUE "N".
       01  Manutenzione-Scaduta PIC X VALUE "N".
       01  Manut-Chiave-Catena PIC X(16) VALUE SPACES.
       01  Manut-Data PIC 9(8) VALUE 0.
       01  Manut-Ora PIC 9(8) VALUE 0.
       01  Manut-Ora-Parti REDEFINES Manut-Ora.
           05  Manut-HHMM PIC 9(4).
           05  FILLER PIC 9(4).
      *Chiave dell'ultima finestra gia' segnalata in sessione
       01  Manutenzione-Avvisata PIC X(16) VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Studenti-Disponibile PIC X VALUE "N".
           88  Studenti-Disponibile-Si VALUE "Y".
       01  Studente-Trovato PIC X VALUE "N".
           88  Studente-Trovato-Si VALUE "Y".
       01  Fine-File PIC X VALUE "N".
       01  Matricola-Scelta PIC 9(6) VALUE 0.
       01  Nucleo-Scelto PIC 9(6) VALUE 0.
       01  Nucleo-Matricola PIC 9(6) VALUE 0.
       01  Nucleo-Massimo PIC 9(6) VALUE 0.
       01  Riga-Nucleo PIC 9(4) VALUE 0.
       01  Voci-Elencate PIC 99 VALUE 0.
       01  riga PIC X(80).
      *NUCLEI.DAT per intero in memoria: si riscrive dalla tabella,
      *e con il trabocco non si riscrive affatto
       01  Nuclei-Tab.
           05  Nuclei-Voce OCCURS 2000 TIMES.
               10  NT-Nucleo PIC 9(6).
               10  NT-ID PIC 9(6).
       01  Nuclei-Cont PIC 9(4) VALUE 0.
       01  Nuc-Idx PIC 9(4) VALUE 0.
       01  Rif-Idx PIC 9(4) VALUE 0.
       01  Primo-Idx PIC 9(4) VALUE 0.
       01  Nuclei-Trabocco PIC X VALUE "N".
      *TUTORI.DAT in memoria, per la copia e per il confronto
       01  Tutori-Tab.
           05  Tutori-Voce OCCURS 3000 TIMES.
               10  TT-ID PIC 9(6).
               10  TT-Nome PIC X(40).
               10  TT-Relazione PIC X(10).
               10  TT-Canale PIC X(8).
               10  TT-Recapito PIC X(40).
               10  TT-Priorita PIC 9(1).
       01  Tutori-Cont PIC 9(4) VALUE 0.
       01  Tut-Idx PIC 9(4) VALUE 0.
       01  Tut-Cerca-Idx PIC 9(4) VALUE 0.
       01  Tut-Trovato-Idx PIC 9(4) VALUE 0.
       01  Tutori-Trabocco PIC X VALUE "N".
       01  Tutori-Matricola PIC 99 VALUE 0.
       01  Tutori-Copiati PIC 99 VALUE 0.
      *Confronto dei tutori di due fratelli
       01  Matricola-Rif PIC 9(6) VALUE 0.
       01  Matricola-Confronto PIC 9(6) VALUE 0.
       01  Matricola-Cercata PIC 9(6) VALUE 0.
       01  Nome-Cercato PIC X(40) VALUE SPACES.
       01  Testo-Differenza PIC X(40) VALUE SPACES.
       01  Differenze-Coppia PIC 99 VALUE 0.
       01  Coppie-Disallineate PIC 9(4) VALUE 0.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
      *Paragrafo principale: carica i nuclei e mostra il menu'
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           OPEN INPUT Studenti
           IF FS-Studenti = "00"
               MOVE "Y" TO Studenti-Disponibile
           ELSE
               DISPLAY "Attenzione: STUDENTI.DAT non disponibile, "
                   "matricole non validate"
           END-IF
           PERFORM 0500-CARICA-NUCLEI
           IF Nuclei-Trabocco = "Y"
               DISPLAY "ATTENZIONE: NUCLEI.DAT oltre le 2000 voci "
                   "della tabella - solo consultazione"
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "NUCLEI FAMILIARI"
               DISPLAY "1: Collega matricola a un nucleo"
               DISPLAY "2: Scollega matricola dal nucleo"
               DISPLAY "3: Elenco di un nucleo"
               DISPLAY "4: Report tutori disallineati"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-COLLEGA
                   WHEN 2 PERFORM 2000-SCOLLEGA
                   WHEN 3 PERFORM 3000-ELENCO
                   WHEN 4 PERFORM 4000-DISALLINEATI
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           IF Studenti-Disponibile-Si
               CLOSE Studenti
           END-IF
           STOP RUN.

      *Paragrafo 0500-CARICA-NUCLEI: NUCLEI.DAT nella tabella, con
      *il codice piu' alto gia' usato
       0500-CARICA-NUCLEI.
           MOVE 0 TO Nuclei-Cont
           MOVE 0 TO Nucleo-Massimo
           OPEN INPUT FileNuclei
           IF FS-FileNuclei = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileNuclei
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF Nuclei-Cont < 2000
                               ADD 1 TO Nuclei-Cont
                               MOVE NU-Nucleo TO NT-Nucleo(Nuclei-Cont)
                               MOVE NU-ID-Studente
                                   TO NT-ID(Nuclei-Cont)
                               IF NU-Nucleo > Nucleo-Massimo
                                   MOVE NU-Nucleo TO Nucleo-Massimo
                               END-IF
                           ELSE
                               MOVE "Y" TO Nuclei-Trabocco
                               MOVE "S" TO Fine-File
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileNuclei
           END-IF.

      *Paragrafo 0600-SALVA-NUCLEI: riscrive NUCLEI.DAT dalla
      *tabella
       0600-SALVA-NUCLEI.
           OPEN OUTPUT FileNuclei
           MOVE 0 TO Nuc-Idx
           PERFORM UNTIL Nuc-Idx >= Nuclei-Cont
               ADD 1 TO Nuc-Idx
               MOVE NT-Nucleo(Nuc-Idx) TO NU-Nucleo
               MOVE NT-ID(Nuc-Idx) TO NU-ID-Studente
               WRITE FileNuclei-Record
           END-PERFORM
           CLOSE FileNuclei.

      *Paragrafo 0700-CARICA-TUTORI: TUTORI.DAT nella tabella
       0700-CARICA-TUTORI.
           MOVE 0 TO Tutori-Cont
           MOVE "N" TO Tutori-Trabocco
           OPEN INPUT FileTutori
           IF FS-FileTutori = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileTutori
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF Tutori-Cont < 3000
                               ADD 1 TO Tutori-Cont
                               MOVE TU-ID-Studente
                                   TO TT-ID(Tutori-Cont)
                               MOVE TU-Nome TO TT-Nome(Tutori-Cont)
                               MOVE TU-Relazione
                                   TO TT-Relazione(Tutori-Cont)
                               MOVE TU-Canale
                                   TO TT-Canale(Tutori-Cont)
                               MOVE TU-Recapito
                                   TO TT-Recapito(Tutori-Cont)
                               MOVE TU-Priorita
                                   TO TT-Priorita(Tutori-Cont)
                           ELSE
                               MOVE "Y" TO Tutori-Trabocco
                               MOVE "S" TO Fine-File
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileTutori
           END-IF
           IF Tutori-Trabocco = "Y"
               DISPLAY "ATTENZIONE: TUTORI.DAT oltre le 3000 voci "
                   "della tabella - confronto parziale"
           END-IF.

      *Paragrafo 0800-NUCLEO-DI: il nucleo di Matricola-Scelta in
      *Nucleo-Matricola (0 se non collegata) e la sua riga
       0800-NUCLEO-DI.
           MOVE 0 TO Nucleo-Matricola
           MOVE 0 TO Riga-Nucleo
           MOVE 0 TO Nuc-Idx
           PERFORM UNTIL Nuc-Idx >= Nuclei-Cont
               ADD 1 TO Nuc-Idx
               IF NT-ID(Nuc-Idx) = Matricola-Scelta
                   MOVE NT-Nucleo(Nuc-Idx) TO Nucleo-Matricola
                   MOVE Nuc-Idx TO Riga-Nucleo
                   MOVE Nuclei-Cont TO Nuc-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 0900-LEGGI-STUDENTE: anagrafica di
      *Matricola-Scelta; senza STUDENTI.DAT la matricola si accetta
       0900-LEGGI-STUDENTE.
           MOVE "Y" TO Studente-Trovato
           MOVE SPACES TO ST-Cognome
           MOVE SPACES TO ST-Nome
           MOVE SPACES TO ST-Classe
           IF Studenti-Disponibile-Si
               MOVE Matricola-Scelta TO ST-ID
               READ Studenti
                   INVALID KEY MOVE "N" TO Studente-Trovato
               END-READ
           END-IF.

      *Paragrafo 1000-COLLEGA: la matricola entra in un nucleo
      *esistente o ne apre uno nuovo; una matricola sta in un solo
      *nucleo
       1000-COLLEGA.
           DISPLAY "Matricola: "
           ACCEPT Matricola-Scelta
           PERFORM 0900-LEGGI-STUDENTE
           PERFORM 0800-NUCLEO-DI
           IF Nuclei-Trabocco = "Y"
               DISPLAY "Modifiche bloccate: tabella piena"
           ELSE IF NOT Studente-Trovato-Si
               DISPLAY "Matricola non in anagrafica"
           ELSE IF Nucleo-Matricola > 0
               DISPLAY "Matricola gia' nel nucleo " Nucleo-Matricola
           ELSE IF Nuclei-Cont >= 2000
               DISPLAY "Tabella dei nuclei piena"
           ELSE
               DISPLAY "Nucleo (0 = nuovo nucleo): "
               ACCEPT Nucleo-Scelto
               MOVE 0 TO Rif-Idx
               IF Nucleo-Scelto > 0
                   MOVE 0 TO Nuc-Idx
                   PERFORM UNTIL Nuc-Idx >= Nuclei-Cont
                       ADD 1 TO Nuc-Idx
                       IF NT-Nucleo(Nuc-Idx) = Nucleo-Scelto
                           MOVE Nuc-Idx TO Rif-Idx
                           MOVE Nuclei-Cont TO Nuc-Idx
                       END-IF
                   END-PERFORM
               END-IF
               IF Nucleo-Scelto > 0 AND Rif-Idx = 0
                   DISPLAY "Nucleo non esistente"
               ELSE
                   IF Nucleo-Scelto = 0
                       ADD 1 TO Nucleo-Massimo
                       MOVE Nucleo-Massimo TO Nucleo-Scelto
                   END-IF
                   ADD 1 TO Nuclei-Cont
                   MOVE Nucleo-Scelto TO NT-Nucleo(Nuclei-Cont)
                   MOVE Matricola-Scelta TO NT-ID(Nuclei-Cont)
                   PERFORM 0600-SALVA-NUCLEI
                   DISPLAY "Matricola " Matricola-Scelta
                       " collegata al nucleo " Nucleo-Scelto
                   IF Rif-Idx > 0
                       PERFORM 1100-COPIA-TUTORI
                   END-IF
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Nucleo " DELIMITED BY SIZE
                       Nucleo-Scelto DELIMITED BY SIZE
                       " + matricola " DELIMITED BY SIZE
                       Matricola-Scelta DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *Paragrafo 1100-COPIA-TUTORI: il nuovo fratello ancora senza
      *tutori riceve quelli del primo studente del nucleo
      *(NT-ID(Rif-Idx)); se ne ha gia', si segnala soltanto
       1100-COPIA-TUTORI.
           PERFORM 0700-CARICA-TUTORI
           MOVE 0 TO Tutori-Matricola
           MOVE 0 TO Tut-Idx
           PERFORM UNTIL Tut-Idx >= Tutori-Cont
               ADD 1 TO Tut-Idx
               IF TT-ID(Tut-Idx) = Matricola-Scelta
                   ADD 1 TO Tutori-Matricola
               END-IF
           END-PERFORM
           IF Tutori-Matricola > 0
               DISPLAY "La matricola ha gia' " Tutori-Matricola
                   " tutori: verificare il report dei disallineati"
           ELSE IF Tutori-Trabocco = "Y"
               DISPLAY "Tutori non copiati: tabella piena"
           ELSE
               MOVE 0 TO Tutori-Copiati
               OPEN EXTEND FileTutori
               IF FS-FileTutori NOT = "00"
                   OPEN OUTPUT FileTutori
               END-IF
               MOVE 0 TO Tut-Idx
               PERFORM UNTIL Tut-Idx >= Tutori-Cont
                   ADD 1 TO Tut-Idx
                   IF TT-ID(Tut-Idx) = NT-ID(Rif-Idx)
                       MOVE Matricola-Scelta TO TU-ID-Studente
                       MOVE TT-Nome(Tut-Idx) TO TU-Nome
                       MOVE TT-Relazione(Tut-Idx) TO TU-Relazione
                       MOVE TT-Canale(Tut-Idx) TO TU-Canale
                       MOVE TT-Recapito(Tut-Idx) TO TU-Recapito
                       MOVE TT-Priorita(Tut-Idx) TO TU-Priorita
                       WRITE FileTutori-Record
                       ADD 1 TO Tutori-Copiati
                   END-IF
               END-PERFORM
               CLOSE FileTutori
               DISPLAY "Tutori copiati dal nucleo: " Tutori-Copiati
           END-IF
           END-IF.

      *Paragrafo 2000-SCOLLEGA: la matricola esce dal suo nucleo
      *(i suoi tutori restano com'erano)
       2000-SCOLLEGA.
           DISPLAY "Matricola: "
           ACCEPT Matricola-Scelta
           PERFORM 0800-NUCLEO-DI
           IF Nuclei-Trabocco = "Y"
               DISPLAY "Modifiche bloccate: tabella piena"
           ELSE IF Nucleo-Matricola = 0
               DISPLAY "Matricola non collegata a un nucleo"
           ELSE
               MOVE Riga-Nucleo TO Nuc-Idx
               PERFORM UNTIL Nuc-Idx >= Nuclei-Cont
                   MOVE Nuclei-Voce(Nuc-Idx + 1)
                       TO Nuclei-Voce(Nuc-Idx)
                   ADD 1 TO Nuc-Idx
               END-PERFORM
               SUBTRACT 1 FROM Nuclei-Cont
               PERFORM 0600-SALVA-NUCLEI
               DISPLAY "Matricola scollegata dal nucleo "
                   Nucleo-Matricola
               MOVE SPACES TO Audit-Descrizione
               STRING "Nucleo " DELIMITED BY SIZE
                   Nucleo-Matricola DELIMITED BY SIZE
                   " - matricola " DELIMITED BY SIZE
                   Matricola-Scelta DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF
           END-IF.

      *Paragrafo 3000-ELENCO: gli studenti di un nucleo (dato il
      *codice o una matricola qualsiasi del nucleo)
       3000-ELENCO.
           DISPLAY "Nucleo (0 = cerca per matricola): "
           ACCEPT Nucleo-Scelto
           IF Nucleo-Scelto = 0
               DISPLAY "Matricola: "
               ACCEPT Matricola-Scelta
               PERFORM 0800-NUCLEO-DI
               MOVE Nucleo-Matricola TO Nucleo-Scelto
           END-IF
           MOVE 0 TO Voci-Elencate
           IF Nucleo-Scelto > 0
               DISPLAY "Nucleo " Nucleo-Scelto ":"
               MOVE 0 TO Nuc-Idx
               PERFORM UNTIL Nuc-Idx >= Nuclei-Cont
                   ADD 1 TO Nuc-Idx
                   IF NT-Nucleo(Nuc-Idx) = Nucleo-Scelto
                       ADD 1 TO Voci-Elencate
                       MOVE NT-ID(Nuc-Idx) TO Matricola-Scelta
                       PERFORM 0900-LEGGI-STUDENTE
                       IF Studente-Trovato-Si
                           DISPLAY "  " Matricola-Scelta " "
                               ST-Cognome(1:25) " "
                               ST-Nome(1:20) " " ST-Classe
                       ELSE
                           DISPLAY "  " Matricola-Scelta
                               " (non in anagrafica)"
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF Voci-Elencate = 0
               DISPLAY "Nessuno studente nel nucleo"
           END-IF.

      *Paragrafo 4000-DISALLINEATI: ogni fratello confrontato con
      *il primo studente del suo nucleo; le differenze di tutori
      *finiscono su NUCLEI-DISALLINEATI.txt
       4000-DISALLINEATI.
           PERFORM 0700-CARICA-TUTORI
           OPEN OUTPUT FileReport
           MOVE "Nuclei familiari con tutori disallineati"
               TO FileReport-Record
           WRITE FileReport-Record
           MOVE SPACES TO FileReport-Record
           WRITE FileReport-Record
           MOVE 0 TO Coppie-Disallineate
           MOVE 0 TO Nuc-Idx
           PERFORM UNTIL Nuc-Idx >= Nuclei-Cont
               ADD 1 TO Nuc-Idx
      *Il riferimento e' la prima riga dello stesso nucleo
               MOVE 0 TO Rif-Idx
               MOVE 0 TO Primo-Idx
               PERFORM UNTIL Rif-Idx > 0
                   ADD 1 TO Primo-Idx
                   IF NT-Nucleo(Primo-Idx) = NT-Nucleo(Nuc-Idx)
                       MOVE Primo-Idx TO Rif-Idx
                   END-IF
               END-PERFORM
               IF Rif-Idx NOT = Nuc-Idx
                   MOVE NT-ID(Rif-Idx) TO Matricola-Rif
                   MOVE NT-ID(Nuc-Idx) TO Matricola-Confronto
                   MOVE 0 TO Differenze-Coppia
                   PERFORM 4100-CONFRONTA-TUTORI
                   IF Differenze-Coppia > 0
                       ADD 1 TO Coppie-Disallineate
                   END-IF
               END-IF
           END-PERFORM
           IF Coppie-Disallineate = 0
               MOVE "Nessun nucleo disallineato" TO FileReport-Record
               WRITE FileReport-Record
           END-IF
           CLOSE FileReport
           DISPLAY "Fratelli con tutori disallineati: "
               Coppie-Disallineate
           DISPLAY "Report scritto su NUCLEI-DISALLINEATI.txt".

      *Paragrafo 4100-CONFRONTA-TUTORI: i tutori di
      *Matricola-Confronto contro quelli di Matricola-Rif, per nome,
      *nei due versi
       4100-CONFRONTA-TUTORI.
           MOVE 0 TO Tut-Idx
           PERFORM UNTIL Tut-Idx >= Tutori-Cont
               ADD 1 TO Tut-Idx
               IF TT-ID(Tut-Idx) = Matricola-Rif
                   MOVE Matricola-Confronto TO Matricola-Cercata
                   MOVE TT-Nome(Tut-Idx) TO Nome-Cercato
                   PERFORM 4200-CERCA-TUTORE
                   IF Tut-Trovato-Idx = 0
                       MOVE "manca presso il fratello"
                           TO Testo-Differenza
                       PERFORM 4300-SCRIVI-DIFFERENZA
                   ELSE IF TT-Canale(Tut-Trovato-Idx)
                           NOT = TT-Canale(Tut-Idx)
                       OR TT-Recapito(Tut-Trovato-Idx)
                           NOT = TT-Recapito(Tut-Idx)
                       MOVE "canale o recapito diverso"
                           TO Testo-Differenza
                       PERFORM 4300-SCRIVI-DIFFERENZA
                   ELSE IF TT-Relazione(Tut-Trovato-Idx)
                           NOT = TT-Relazione(Tut-Idx)
                       MOVE "relazione diversa" TO Testo-Differenza
                       PERFORM 4300-SCRIVI-DIFFERENZA
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO Tut-Idx
           PERFORM UNTIL Tut-Idx >= Tutori-Cont
               ADD 1 TO Tut-Idx
               IF TT-ID(Tut-Idx) = Matricola-Confronto
                   MOVE Matricola-Rif TO Matricola-Cercata
                   MOVE TT-Nome(Tut-Idx) TO Nome-Cercato
                   PERFORM 4200-CERCA-TUTORE
                   IF Tut-Trovato-Idx = 0
                       MOVE "presente solo presso il fratello"
                           TO Testo-Differenza
                       PERFORM 4300-SCRIVI-DIFFERENZA
                   END-IF
               END-IF
           END-PERFORM.

      *Paragrafo 4200-CERCA-TUTORE: la riga del tutore Nome-Cercato
      *di Matricola-Cercata (0 se assente)
       4200-CERCA-TUTORE.
           MOVE 0 TO Tut-Trovato-Idx
           MOVE 0 TO Tut-Cerca-Idx
           PERFORM UNTIL Tut-Cerca-Idx >= Tutori-Cont
               ADD 1 TO Tut-Cerca-Idx
               IF TT-ID(Tut-Cerca-Idx) = Matricola-Cercata
                       AND TT-Nome(Tut-Cerca-Idx) = Nome-Cercato
                   MOVE Tut-Cerca-Idx TO Tut-Trovato-Idx
                   MOVE Tutori-Cont TO Tut-Cerca-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 4300-SCRIVI-DIFFERENZA: intestazione della coppia
      *alla prima differenza, poi una riga per differenza
       4300-SCRIVI-DIFFERENZA.
           IF Differenze-Coppia = 0
               MOVE SPACES TO riga
               STRING "Nucleo " DELIMITED BY SIZE
                   NT-Nucleo(Nuc-Idx) DELIMITED BY SIZE
                   ": matricola " DELIMITED BY SIZE
                   Matricola-Confronto DELIMITED BY SIZE
                   " rispetto alla " DELIMITED BY SIZE
                   Matricola-Rif DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileReport-Record
               WRITE FileReport-Record
           END-IF
           ADD 1 TO Differenze-Coppia
           MOVE SPACES TO riga
           STRING "  " DELIMITED BY SIZE
               Nome-Cercato DELIMITED BY "  "
               ": " DELIMITED BY SIZE
               Testo-Differenza DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileReport-Record
           WRITE FileReport-Record.

      *Paragrafo 8950-CONTROLLA-AMBIENTE: AMBIENTE-PROVA.DAT nella
      *cartella di lavoro segnala i dati pseudonimizzati clonati da
      *AmbienteProva; la sessione si apre con la fascia dell'ambiente
      *di prova, perche' nessuno la scambi per il registro vero
       8950-CONTROLLA-AMBIENTE.
           MOVE "N" TO Ambiente-Prova
           OPEN INPUT FileAmbiente
           IF FS-FileAmbiente = "00"
               MOVE "S" TO Ambiente-Prova
               MOVE ZERO TO AP-Data-Copia
               READ FileAmbiente
                   AT END
                       MOVE ZERO TO AP-Data-Copia
               END-READ
               CLOSE FileAmbiente
               DISPLAY "**********************************************"
               DISPLAY "*            AMBIENTE DI PROVA               *"
               DISPLAY "*  dati pseudonimizzati: nessun invio a      *"
               DISPLAY "*  famiglie, portale, SIS o ministero        *"
               DISPLAY "**********************************************"
               IF AP-Data-Copia NOT = ZERO
                   DISPLAY "Dati copiati dal registro il "
                       AP-Data-Copia-Testo(7:2) "/"
                       AP-Data-Copia-Testo(5:2) "/"
                       AP-Data-Copia-Testo(1:4)
               END-IF
           END-IF.

      *Paragrafo 8960-CONTROLLA-MANUTENZIONE: con la finestra di
      *manutenzione aperta (MANUTENZIONE.DAT) un lavoro sugli archivi
      *interi e' in corso e il programma non parte
       8960-CONTROLLA-MANUTENZIONE.
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF Manutenzione-Attiva = "S"
               PERFORM 8970-MOSTRA-MANUTENZIONE
               DISPLAY "Programma non avviato: riprovare a lavoro "
                   "concluso"
               STOP RUN
           END-IF.

      *Paragrafo 8965-LEGGI-MANUTENZIONE: lo stato della finestra da
      *MANUTENZIONE.DAT; oltre la fine prevista il segnale e' scaduto
      *(il lavoro che l'ha aperta si e' probabilmente interrotto).
      *I passi lanciati dalla catena di fine giornata ereditano la
      *chiave della sua finestra e lavorano dentro di essa
       8965-LEGGI-MANUTENZIONE.
           MOVE "N" TO Manutenzione-Attiva
           MOVE "N" TO Manutenzione-Scaduta
           MOVE SPACES TO FileManutenzione-Record
           OPEN INPUT FileManutenzione
           IF FS-FileManutenzione = "00"
               READ FileManutenzione
                   AT END
                       MOVE SPACES TO FileManutenzione-Record
               END-READ
               CLOSE FileManutenzione
               IF MN-Stato = "A"
                   MOVE "S" TO Manutenzione-Attiva
               END-IF
           END-IF
           IF Manutenzione-Attiva = "S"
               MOVE SPACES TO Manut-Chiave-Catena
               ACCEPT Manut-Chiave-Catena
                   FROM ENVIRONMENT "REGISTRO_CATENA"
               IF Manut-Chiave-Catena NOT = SPACES
                       AND Manut-Chiave-Catena = MN-Chiave
                   MOVE "N" TO Manutenzione-Attiva
               END-IF
           END-IF
           IF Manutenzione-Attiva = "S"
               ACCEPT Manut-Data FROM DATE YYYYMMDD
               ACCEPT Manut-Ora FROM TIME
               IF Manut-Data > MN-Data-Fine
                   MOVE "S" TO Manutenzione-Scaduta
               END-IF
               IF Manut-Data = MN-Data-Fine
                       AND Manut-HHMM > MN-Ora-Fine
                   MOVE "S" TO Manutenzione-Scaduta
               END-IF
           END-IF.

      *Paragrafo 8970-MOSTRA-MANUTENZIONE: il messaggio della
      *finestra aperta, con l'avviso del segnale scaduto
       8970-MOSTRA-MANUTENZIONE.
           DISPLAY "**********************************************"
           DISPLAY "*         ARCHIVI IN MANUTENZIONE            *"
           DISPLAY "**********************************************"
           DISPLAY "Lavoro in corso : " MN-Programma
           DISPLAY "Motivo          : " MN-Motivo
           DISPLAY "Operatore       : " MN-Operatore
           DISPLAY "Iniziato il     : "
               MN-Data-Inizio-Testo(7:2) "/"
               MN-Data-Inizio-Testo(5:2) "/"
               MN-Data-Inizio-Testo(1:4) " alle "
               MN-Ora-Inizio-Testo(1:2) ":"
               MN-Ora-Inizio-Testo(3:2)
           DISPLAY "Fine prevista   : "
               MN-Data-Fine-Testo(7:2) "/"
               MN-Data-Fine-Testo(5:2) "/"
               MN-Data-Fine-Testo(1:4) " alle "
               MN-Ora-Fine-Testo(1:2) ":"
               MN-Ora-Fine-Testo(3:2)
           IF Manutenzione-Scaduta = "S"
               DISPLAY "ATTENZIONE: la fine prevista e' passata e il "
                   "segnale e' ancora aperto, il lavoro potrebbe "
                   "essersi interrotto"
               DISPLAY "Verificare gli archivi, poi chiudere il "
                   "segnale con FinestraManutenzione"
           END-IF.

      *Paragrafo 8975-AVVISA-MANUTENZIONE: una finestra aperta a
      *sessione gia' avviata si segnala al prompt successivo, una
      *volta per finestra, perche' l'operatore concluda ed esca
       8975-AVVISA-MANUTENZIONE.
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF Manutenzione-Attiva = "S"
                   AND MN-Chiave NOT = Manutenzione-Avvisata
               MOVE MN-Chiave TO Manutenzione-Avvisata
               PERFORM 8970-MOSTRA-MANUTENZIONE
               DISPLAY "Concludere l'operazione in corso e uscire: "
                   "il lavoro sugli archivi e' gia' partito"
           END-IF.

      *Paragrafo 9000-SCRIVI-AUDIT: una riga su AUDIT.LOG
       9000-SCRIVI-AUDIT.
           OPEN EXTEND FileAudit
           IF FS-FileAudit NOT = "00"
               OPEN OUTPUT FileAudit
           END-IF
           ACCEPT Audit-Data FROM DATE YYYYMMDD
           ACCEPT Audit-Ora FROM TIME
           MOVE SPACES TO FileAudit-Record
           STRING Audit-Data DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Audit-Ora DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Audit-Descrizione DELIMITED BY SIZE
               INTO FileAudit-Record
           WRITE FileAudit-Record
           CLOSE FileAudit.

       END PROGRAM NucleiManut.
