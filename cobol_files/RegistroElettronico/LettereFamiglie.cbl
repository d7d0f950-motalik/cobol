      *Questo programma incrocia le due code con ST-Contatto di
      *STUDENTI.DAT e produce una lettera intestata per famiglia per
      *evento - report pronto, recupero da programmare - nei file
      *per classe LETTERE-<classe>.txt, pronti per la stampa. La
      *lettera di report pronto riporta anche l'ultimo giudizio
      *descrittivo dell'anno composto dal consiglio (GIUDIZI.DAT).
      *A richiesta i fratelli di un nucleo familiare (NUCLEI.DAT,
      *NucleiManut) ricevono una sola lettera per tipo di evento,
      *con una voce per studente, ai tutori comuni del nucleo.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FileTutori ASSIGN TO 'TUTORI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileTutori.
      *Giudizi descrittivi di periodo (GIUDIZI.DAT, vedi
      *GiudiziDescrittivi) dell'anno in corso (ANNO-CORRENTE.DAT)
           SELECT FileGiudizi ASSIGN TO 'GIUDIZI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileGiudizi.
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
      *Nuclei familiari: codice nucleo e matricola
           SELECT FileNuclei ASSIGN TO 'NUCLEI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileNuclei.
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

       DATA DIVISION.
       FILE SECTION.
           05  TU-Canale PIC X(8).
           05  TU-Recapito PIC X(40).
           05  TU-Priorita PIC 9(1).
       FD  FileGiudizi.
       01  FileGiudizi-Record.
           05  GD-ID-Studente PIC 9(6).
           05  GD-Anno PIC X(9).
           05  GD-Periodo PIC 9(1).
           05  GD-Classe PIC X(4).
           05  GD-Codice OCCURS 6 TIMES PIC X(6).
           05  GD-Riga OCCURS 8 TIMES PIC X(70).
           05  GD-Data PIC 9(8).
           05  GD-Operatore PIC X(10).
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
       FD  FileNuclei.
       01  FileNuclei-Record.
           05  NU-Nucleo PIC 9(6).
           05  NU-ID-Studente PIC 9(6).
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

       WORKING-STORAGE SECTION.
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
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileNotifiche PIC XX VALUE SPACES.
       01  FS-FilePromemoria PIC XX VALUE SPACES.
       01  Tutori-Scritti PIC 99 VALUE 0.
       01  Matricola-Lettera PIC 9(6) VALUE 0.
       01  riga PIC X(80).
      *Giudizio descrittivo da riportare nella lettera: quello del
      *periodo piu' alto dell'anno; periodo zero = nessun giudizio
       01  FS-FileGiudizi PIC XX VALUE SPACES.
       01  FS-FileAnno PIC XX VALUE SPACES.
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  Fine-Giudizi PIC X VALUE "N".
       01  Periodo-Giudizio PIC 9 VALUE 0.
       01  Giudizio-Righe-Tab.
           05  Giudizio-Riga OCCURS 8 TIMES PIC X(70).
       01  Giudizio-Riga-Idx PIC 9 VALUE 0.
      *Classi gia' aperte in questa esecuzione: la prima lettera di
      *una classe ricrea il file, le successive vi si accodano
       01  Classi-Aperte-Tab.
       01  Notifica-Resto PIC X(60) VALUE SPACES.
       01  Notifica-Classe PIC X(10) VALUE SPACES.
       01  Scarto-Unstring PIC X(80) VALUE SPACES.
      *Lettera unica per nucleo: gli eventi dei fratelli si
      *accodano in tabella e a fine corsa esce una lettera per
      *nucleo e tipo di evento (R = recupero, N = report pronto)
       01  FS-FileNuclei PIC XX VALUE SPACES.
       01  Modo-Nucleo PIC X VALUE "N".
       01  Nuclei-Tab.
           05  Nuclei-Voce OCCURS 2000 TIMES.
               10  NT-Nucleo PIC 9(6).
               10  NT-ID PIC 9(6).
       01  Nuclei-Cont PIC 9(4) VALUE 0.
       01  Nuc-Idx PIC 9(4) VALUE 0.
       01  Nucleo-Lettera PIC 9(6) VALUE 0.
       01  Tipo-Lettera PIC X VALUE SPACE.
       01  Lettera-Nucleo PIC X VALUE "N".
       01  Accodate-Tab.
           05  Accodata OCCURS 500 TIMES.
               10  LA-Nucleo PIC 9(6).
               10  LA-Tipo PIC X(1).
               10  LA-ID PIC 9(6).
               10  LA-Cognome PIC X(50).
               10  LA-Nome PIC X(20).
               10  LA-Classe PIC X(4).
               10  LA-Contatto PIC X(40).
               10  LA-Evento PIC X(40).
               10  LA-Scritta PIC X(1).
       01  Accodate-Cont PIC 999 VALUE 0.
       01  Acc-Idx PIC 999 VALUE 0.
       01  Voce-Idx PIC 999 VALUE 0.
       01  Lettere-Nucleo PIC 9(4) VALUE 0.
       01  Matricola-Giudizio PIC 9(6) VALUE 0.
       01  Risposta-Nucleo PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           OPEN INPUT FileAnno
           IF FS-FileAnno = "00"
               READ FileAnno
                   NOT AT END
                       MOVE FileAnno-Record TO Anno-Corrente
               END-READ
               CLOSE FileAnno
           END-IF
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
               STOP RUN
           END-IF
           DISPLAY "Una lettera per nucleo familiare? (S/N): "
           ACCEPT Risposta-Nucleo
           IF Risposta-Nucleo = "S" OR "s"
               PERFORM 0500-CARICA-NUCLEI
           END-IF
           PERFORM 1000-LETTERE-RECUPERI
           PERFORM 2000-LETTERE-NOTIFICHE
           IF Modo-Nucleo = "S"
               PERFORM 5000-LETTERE-NUCLEI
           END-IF
           CLOSE Studenti
           DISPLAY "Lettere scritte  : " Lettere-Scritte
           IF Modo-Nucleo = "S"
               DISPLAY "di cui per nucleo: " Lettere-Nucleo
           END-IF
           DISPLAY "Soppresse per revoca del consenso: "
               Lettere-Soppresse
           STOP RUN.

      *Paragrafo 0500-CARICA-NUCLEI: NUCLEI.DAT in tabella; senza
      *file (o vuoto) ogni lettera resta per studente
       0500-CARICA-NUCLEI.
           MOVE 0 TO Nuclei-Cont
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileNuclei
           END-IF
           IF Nuclei-Cont > 0
               MOVE "S" TO Modo-Nucleo
           ELSE
               DISPLAY "NUCLEI.DAT assente o vuoto: una lettera "
                   "per studente"
           END-IF.

      *Paragrafo 1000-LETTERE-RECUPERI: una lettera per ogni riga di
      *promemoria recuperi, indirizzata tramite l'anagrafica
       1000-LETTERE-RECUPERI.
      *Paragrafo 1100-LETTERA-RECUPERO: ritrova il recapito dello
      *studente (cognome + classe) e scrive la lettera di recupero
       1100-LETTERA-RECUPERO.
           MOVE 0 TO Periodo-Giudizio
           MOVE PR-Cognome TO Cognome-Lettera
           MOVE PR-Classe TO Classe-Lettera
           PERFORM 3000-CERCA-CONTATTO
                   PR-Materia DELIMITED BY SIZE
                   INTO Evento-Lettera
               MOVE ST-ID TO Matricola-Lettera
               MOVE "R" TO Tipo-Lettera
               PERFORM 4400-SMISTA-LETTERA
           END-IF
           IF Studente-Trovato NOT = "Y"
               DISPLAY "Recapito non trovato per "
                                       TO Contatto-Lettera
                                   MOVE ST-ID
                                       TO Matricola-Lettera
                                   MOVE ST-ID
                                       TO Matricola-Giudizio
                                   PERFORM 3600-CERCA-GIUDIZIO
                                   MOVE "N" TO Tipo-Lettera
                                   PERFORM 4400-SMISTA-LETTERA
                               END-IF
                           END-IF
                   END-READ
               CLOSE FileConsensi
           END-IF.

      *Paragrafo 3600-CERCA-GIUDIZIO: il giudizio descrittivo del
      *periodo piu' alto registrato per Matricola-Giudizio nell'anno
      *in corso (per lo stesso periodo vale l'ultima riga)
       3600-CERCA-GIUDIZIO.
           MOVE 0 TO Periodo-Giudizio
           MOVE SPACES TO Giudizio-Righe-Tab
           OPEN INPUT FileGiudizi
           IF FS-FileGiudizi = "00"
               MOVE "N" TO Fine-Giudizi
               PERFORM UNTIL Fine-Giudizi = "S"
                   READ FileGiudizi
                       AT END
                           MOVE "S" TO Fine-Giudizi
                       NOT AT END
                           IF GD-ID-Studente = Matricola-Giudizio
                                   AND GD-Anno = Anno-Corrente
                                   AND GD-Periodo >= Periodo-Giudizio
                               MOVE GD-Periodo TO Periodo-Giudizio
                               MOVE 0 TO Giudizio-Riga-Idx
                               PERFORM UNTIL Giudizio-Riga-Idx >= 8
                                   ADD 1 TO Giudizio-Riga-Idx
                                   MOVE GD-Riga(Giudizio-Riga-Idx)
                                       TO Giudizio-Riga
                                           (Giudizio-Riga-Idx)
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileGiudizi
           END-IF.

      *Paragrafo 4400-SMISTA-LETTERA: in modo nucleo lo studente
      *di un nucleo finisce in coda per la lettera comune; tutti
      *gli altri ricevono subito la loro lettera
       4400-SMISTA-LETTERA.
           MOVE 0 TO Nucleo-Lettera
           IF Modo-Nucleo = "S"
               MOVE 0 TO Nuc-Idx
               PERFORM UNTIL Nuc-Idx >= Nuclei-Cont
                   ADD 1 TO Nuc-Idx
                   IF NT-ID(Nuc-Idx) = Matricola-Lettera
                       MOVE NT-Nucleo(Nuc-Idx) TO Nucleo-Lettera
                       MOVE Nuclei-Cont TO Nuc-Idx
                   END-IF
               END-PERFORM
           END-IF
           IF Nucleo-Lettera > 0 AND Accodate-Cont < 500
               ADD 1 TO Accodate-Cont
               MOVE Nucleo-Lettera TO LA-Nucleo(Accodate-Cont)
               MOVE Tipo-Lettera TO LA-Tipo(Accodate-Cont)
               MOVE Matricola-Lettera TO LA-ID(Accodate-Cont)
               MOVE Cognome-Lettera TO LA-Cognome(Accodate-Cont)
               MOVE ST-Nome(1:20) TO LA-Nome(Accodate-Cont)
               MOVE Classe-Lettera TO LA-Classe(Accodate-Cont)
               MOVE Contatto-Lettera TO LA-Contatto(Accodate-Cont)
               MOVE Evento-Lettera TO LA-Evento(Accodate-Cont)
               MOVE "N" TO LA-Scritta(Accodate-Cont)
           ELSE
               PERFORM 4500-LETTERE-AVENTI-DIRITTO
           END-IF.

      *Paragrafo 4500-LETTERE-AVENTI-DIRITTO: una lettera per ogni
      *tutore registrato della matricola (ognuno con il proprio
      *recapito); senza tutori resta la lettera unica al contatto
           WRITE FileLettere-Record
           MOVE "Gentile famiglia," TO FileLettere-Record
           WRITE FileLettere-Record
           IF Lettera-Nucleo = "Y"
               PERFORM 4100-CORPO-NUCLEO
           ELSE
               MOVE SPACES TO riga
               STRING "vi informiamo: " DELIMITED BY SIZE
                   Evento-Lettera DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileLettere-Record
               WRITE FileLettere-Record
               PERFORM 4200-RIGHE-GIUDIZIO
           END-IF
           MOVE "La segreteria" TO FileLettere-Record
           WRITE FileLettere-Record
           CLOSE FileLettere
           ADD 1 TO Lettere-Scritte
           IF Lettera-Nucleo = "Y"
               ADD 1 TO Lettere-Nucleo
           END-IF.

      *Paragrafo 4100-CORPO-NUCLEO: una voce per ogni studente del
      *nucleo con un evento dello stesso tipo ancora da scrivere,
      *a partire dalla voce Acc-Idx
       4100-CORPO-NUCLEO.
           MOVE "vi informiamo, per gli studenti del vostro nucleo:"
               TO FileLettere-Record
           WRITE FileLettere-Record
           MOVE Acc-Idx TO Voce-Idx
           SUBTRACT 1 FROM Voce-Idx
           PERFORM UNTIL Voce-Idx >= Accodate-Cont
               ADD 1 TO Voce-Idx
               IF LA-Nucleo(Voce-Idx) = LA-Nucleo(Acc-Idx)
                       AND LA-Tipo(Voce-Idx) = LA-Tipo(Acc-Idx)
                       AND LA-Scritta(Voce-Idx) = "N"
                   MOVE SPACES TO riga
                   STRING "- " DELIMITED BY SIZE
                       LA-Nome(Voce-Idx) DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       LA-Cognome(Voce-Idx) DELIMITED BY "  "
                       " (classe " DELIMITED BY SIZE
                       LA-Classe(Voce-Idx) DELIMITED BY SPACE
                       "): " DELIMITED BY SIZE
                       LA-Evento(Voce-Idx) DELIMITED BY SIZE
                       INTO riga
                   MOVE riga TO FileLettere-Record
                   WRITE FileLettere-Record
                   MOVE 0 TO Periodo-Giudizio
                   IF LA-Tipo(Voce-Idx) = "N"
                       MOVE LA-ID(Voce-Idx) TO Matricola-Giudizio
                       PERFORM 3600-CERCA-GIUDIZIO
                   END-IF
                   PERFORM 4200-RIGHE-GIUDIZIO
               END-IF
           END-PERFORM.

      *Paragrafo 4200-RIGHE-GIUDIZIO: il giudizio del consiglio
      *trovato da 3600-CERCA-GIUDIZIO, se c'e'
       4200-RIGHE-GIUDIZIO.
           IF Periodo-Giudizio > 0
               MOVE "Giudizio del consiglio di classe:"
                   TO FileLettere-Record
               WRITE FileLettere-Record
               MOVE 0 TO Giudizio-Riga-Idx
               PERFORM UNTIL Giudizio-Riga-Idx >= 8
                   ADD 1 TO Giudizio-Riga-Idx
                   IF Giudizio-Riga(Giudizio-Riga-Idx) NOT = SPACES
                       MOVE SPACES TO riga
                       STRING "  " DELIMITED BY SIZE
                           Giudizio-Riga(Giudizio-Riga-Idx)
                               DELIMITED BY SIZE
                           INTO riga
                       MOVE riga TO FileLettere-Record
                       WRITE FileLettere-Record
                   END-IF
               END-PERFORM
           END-IF.

      *Paragrafo 5000-LETTERE-NUCLEI: per ogni nucleo e tipo di
      *evento in coda, una lettera comune ai tutori del primo
      *studente accodato (i tutori del nucleo sono gli stessi)
       5000-LETTERE-NUCLEI.
           MOVE 0 TO Acc-Idx
           PERFORM UNTIL Acc-Idx >= Accodate-Cont
               ADD 1 TO Acc-Idx
               IF LA-Scritta(Acc-Idx) = "N"
                   MOVE LA-Cognome(Acc-Idx) TO Cognome-Lettera
                   MOVE LA-Classe(Acc-Idx) TO Classe-Lettera
                   MOVE LA-Contatto(Acc-Idx) TO Contatto-Lettera
                   MOVE LA-ID(Acc-Idx) TO Matricola-Lettera
                   MOVE "Y" TO Lettera-Nucleo
                   PERFORM 4500-LETTERE-AVENTI-DIRITTO
                   MOVE "N" TO Lettera-Nucleo
                   MOVE Acc-Idx TO Voce-Idx
                   SUBTRACT 1 FROM Voce-Idx
                   PERFORM UNTIL Voce-Idx >= Accodate-Cont
                       ADD 1 TO Voce-Idx
                       IF LA-Nucleo(Voce-Idx) = LA-Nucleo(Acc-Idx)
                               AND LA-Tipo(Voce-Idx)
                                   = LA-Tipo(Acc-Idx)
                           MOVE "Y" TO LA-Scritta(Voce-Idx)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

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

       END PROGRAM LettereFamiglie.
