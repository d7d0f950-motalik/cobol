      *stesso elenco che ScrutinioConsiglio mostra nel prospetto
      *quando il consiglio fissa la condotta) e si riepilogano i
      *conteggi per gravita' di una classe.
      *Con OPERATORI.DAT presente si entra con il proprio conto (la
      *sola lettura non registra note); un conto collegato a un
      *docente firma le note con la sua sigla e lavora solo sulle
      *classi del suo ambito (cattedre in corso, supplenze attive,
      *classe coordinata): i tentativi fuori ambito vanno in
      *AUDIT.LOG.
      *All'accesso con conto individuale si mostrano le circolari
      *non ancora lette dall'operatore (Circolari), con conferma
      *della presa visione prima di continuare.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte, salvo deroga di un amministratore tracciata in AUDIT.LOG;
      *una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Il coordinatore che vede tutta la classe e' il docente con
      *l'incarico COOR in corso in INCARICHI.DAT (Incarichi); la
      *sigla in CL-Coordinatore vale solo per le classi senza
      *incarico.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-Sigla
               FILE STATUS IS FS-Docenti.
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
      *Circolari del personale e prese visione (Circolari)
           SELECT FileCircolari ASSIGN TO 'CIRCOLARI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIR-Numero
               FILE STATUS IS FS-FileCircolari.
           SELECT FileVisioni ASSIGN TO 'CIRCOLARI-VISIONI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-Chiave
               ALTERNATE RECORD KEY IS PV-Sigla
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVisioni.
           SELECT FileOperatori ASSIGN TO 'OPERATORI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOperatori.
      *Registro delle cattedre e supplenze: l'ambito di un conto
      *collegato a un docente
           SELECT FileCattedre ASSIGN TO 'CATTEDRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCattedre.
           SELECT FileSupplenze ASSIGN TO 'SUPPLENZE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileSupplenze.
      *Anagrafica classi: il coordinatore vede tutta la sua classe
           SELECT Classi ASSIGN TO 'CLASSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-Codice
               FILE STATUS IS FS-Classi.
      *Registro degli incarichi del personale (Incarichi): il
      *coordinatore di classe in carica
           SELECT FileIncarichi ASSIGN TO 'INCARICHI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-Numero
               FILE STATUS IS FS-FileIncarichi.

       DATA DIVISION.
       FILE SECTION.
           05  DC-Nome PIC X(30).
           05  DC-Materie-Tab.
               10  DC-Materia OCCURS 5 TIMES PIC X(20).
       FD  FileIncarichi.
       01  Incarichi-Record.
           05  INC-Numero PIC 9(5).
           05  INC-Docente PIC X(10).
           05  INC-Ruolo PIC X(4).
           05  INC-Classe PIC X(4).
           05  INC-Materia PIC X(20).
           05  INC-Dal PIC 9(8).
           05  INC-Al PIC 9(8).
           05  INC-Stato PIC X(1).
           05  INC-Prot-Anno PIC X(9).
           05  INC-Prot-Numero PIC 9(6).
           05  INC-Operatore PIC X(10).
       FD  FileAmbiente.
       01  FileAmbiente-Record.
           05  AP-Data-Copia PIC 9(8).
           05  AP-Data-Copia-Testo REDEFINES AP-Data-Copia PIC X(8).
           05  AP-Ora-Copia PIC 9(8).
           05  AP-Operatore PIC X(10).
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
      *Circolare e presa visione, come in Circolari
       FD  FileCircolari.
       01  Circolari-Record.
           05  CIR-Numero PIC 9(4).
           05  CIR-Data PIC 9(8).
           05  CIR-Data-Testo REDEFINES CIR-Data PIC X(8).
           05  CIR-Titolo PIC X(60).
           05  CIR-Destinatari PIC X(1).
           05  CIR-Ruolo PIC X(1).
           05  CIR-Classi-Tab.
               10  CIR-Classe OCCURS 8 TIMES PIC X(4).
           05  CIR-Testo-Tab.
               10  CIR-Riga OCCURS 12 TIMES PIC X(70).
           05  CIR-Autore PIC X(10).
           05  CIR-Stato PIC X(1).
       FD  FileVisioni.
       01  Visioni-Record.
           05  PV-Chiave.
               10  PV-Numero PIC 9(4).
               10  PV-Sigla PIC X(10).
           05  PV-Data PIC 9(8).
           05  PV-Ora PIC 9(8).
       FD  FileOperatori.
       01  FileOperatori-Record.
           05  OP-Sigla PIC X(10).
           05  OP-Password PIC X(20).
           05  OP-Ruolo PIC X(1).
           05  OP-Data-Password PIC X(8).
           05  OP-Tentativi PIC X(1).
           05  OP-Bloccato PIC X(1).
      *Sigla DOCENTI.DAT del titolare del conto (spazi = conto non
      *collegato a un docente)
           05  OP-Docente PIC X(10).
       FD  FileCattedre.
       01  FileCattedre-Record.
           05  CT-Docente PIC X(10).
           05  CT-Classe PIC X(4).
           05  CT-Materia PIC X(20).
           05  CT-Dal PIC 9(8).
           05  CT-Al PIC 9(8).
           05  CT-Ore PIC 99.
       FD  FileSupplenze.
       01  FileSupplenze-Record.
           05  SU-Assente PIC X(10).
           05  SU-Supplente PIC X(10).
           05  SU-Materia PIC X(20).
           05  SU-Classe PIC X(4).
           05  SU-Inizio PIC 9(8).
           05  SU-Fine PIC 9(8).
       FD  Classi.
       01  Classi-Record.
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).

       WORKING-STORAGE SECTION.
       01  FS-FileNote PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-Docenti PIC XX VALUE SPACES.
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
       01  Risposta-Deroga PIC X VALUE SPACE.
       01  FS-FileOperatori PIC XX VALUE SPACES.
      *Circolari non ancora lette dall'operatore
       01  FS-FileCircolari PIC XX VALUE SPACES.
       01  FS-FileVisioni PIC XX VALUE SPACES.
       01  Fine-Visioni PIC X VALUE "N".
       01  Conferma-Visione PIC X VALUE SPACE.
       01  Circolare-Riga-Idx PIC 99 VALUE 0.
       01  FS-FileCattedre PIC XX VALUE SPACES.
       01  FS-FileSupplenze PIC XX VALUE SPACES.
       01  FS-Classi PIC XX VALUE SPACES.
       01  FS-FileIncarichi PIC XX VALUE SPACES.
      *Coordinatore della classe con incarico COOR attivo oggi in
      *INCARICHI.DAT (spazi se la classe non ne ha)
       01  Coordinatore-Incarico PIC X(10) VALUE SPACES.
       01  Coordinatore-Data PIC 9(8) VALUE 0.
       01  Fine-Incarichi PIC X VALUE "N".
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  ID-Studente PIC 9(6) VALUE 0.
       01  Conta-Lievi PIC 999 VALUE 0.
       01  Conta-Medie PIC 999 VALUE 0.
       01  Conta-Gravi PIC 999 VALUE 0.
      *Accesso con i conti di OPERATORI.DAT; senza il file si entra
      *liberi come prima
       01  Operatori-Presenti PIC X VALUE "N".
       01  Operatore-Autenticato PIC X VALUE "N".
       01  Operatore-Ruolo PIC X VALUE SPACE.
       01  Operatore-ID PIC X(10) VALUE SPACES.
       01  Sigla-Inserita PIC X(10) VALUE SPACES.
       01  Password-Inserita PIC X(20) VALUE SPACES.
       01  Tentativi-Accesso PIC 9 VALUE 0.
       01  Fine-Operatori PIC X VALUE "N".
      *Ambito di un conto collegato a un docente (OP-Docente):
      *classi e materie delle sue cattedre in corso e delle sue
      *supplenze attive oggi (materia a spazi = tutta la classe);
      *il coordinatore (incarico COOR in INCARICHI.DAT o, per le
      *classi senza incarico, la sigla in CL-Coordinatore) ha tutta
      *la sua classe. Amministratori e conti non collegati non hanno
      *limiti
       01  Operatore-Docente PIC X(10) VALUE SPACES.
       01  Ambito-Limitato PIC X VALUE "N".
       01  Ambito-Tab.
           05  Ambito-Voce OCCURS 100 TIMES.
               10  AB-Classe PIC X(4).
               10  AB-Materia PIC X(20).
       01  Ambito-Cont PIC 999 VALUE 0.
       01  Ambito-Idx PIC 999 VALUE 0.
       01  Ambito-Classe PIC X(4) VALUE SPACES.
       01  Ambito-Materia PIC X(20) VALUE SPACES.
       01  Ambito-Esito PIC X VALUE "Y".
       01  Ambito-Oggi PIC 9(8) VALUE 0.
       01  Fine-Ambito PIC X VALUE "N".
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8000-CONTROLLA-ACCESSO
           IF Operatori-Presenti = "Y"
                   AND Operatore-Autenticato NOT = "Y"
               DISPLAY "Accesso negato"
               STOP RUN
           END-IF
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 8100-CARICA-AMBITO
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "NOTE DISCIPLINARI"
               DISPLAY "1: Registra nota disciplinare"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1
                       IF Operatore-Ruolo = "L"
                           DISPLAY "Il ruolo di sola lettura non "
                               "puo' registrare note"
                       ELSE
                           PERFORM 1000-REGISTRA-NOTA
                       END-IF
                   WHEN 2 PERFORM 2000-FASCICOLO-STUDENTE
                   WHEN 3 PERFORM 3000-RIEPILOGO-CLASSE
                   WHEN OTHER MOVE "N" TO Continua-Menu
           STOP RUN.

      *Paragrafo 1000-REGISTRA-NOTA: una nota disciplinare, con
      *matricola e sigla docente validate; un conto collegato a un
      *docente firma con la sua sigla e solo nelle classi del suo
      *ambito
       1000-REGISTRA-NOTA.
           DISPLAY "Matricola dello studente: "
           ACCEPT ID-Studente
           PERFORM 1100-CERCA-STUDENTE
           MOVE "Y" TO Ambito-Esito
           IF Studente-Trovato-Si
               MOVE Classe-Studente TO Ambito-Classe
               MOVE SPACES TO Ambito-Materia
               PERFORM 8200-CONTROLLA-AMBITO
           END-IF
           IF NOT Studente-Trovato-Si
               DISPLAY "Matricola non in anagrafica STUDENTI.DAT"
           ELSE IF Ambito-Esito NOT = "Y"
               PERFORM 8300-NEGA-AMBITO
           ELSE
               DISPLAY "Studente: " Cognome-Studente(1:25)
                   " classe " Classe-Studente
               IF Operatore-Docente NOT = SPACES
                   MOVE Operatore-Docente TO Nota-Docente
                   DISPLAY "Sigla docente: " Nota-Docente
               ELSE
                   DISPLAY "Sigla docente: "
                   ACCEPT Nota-Docente
               END-IF
               PERFORM 1200-VALIDA-DOCENTE
               IF Docente-Valido NOT = "Y"
                   DISPLAY "Sigla non censita in DOCENTI.DAT"
                       DISPLAY "Nota registrata"
                   END-IF
               END-IF
           END-IF
           END-IF.

      *Paragrafo 1100-CERCA-STUDENTE: anagrafica per matricola
       1100-CERCA-STUDENTE.
           MOVE "N" TO Studente-Trovato
           MOVE SPACES TO Classe-Studente
           OPEN INPUT Studenti
           IF FS-Studenti = "00"
               MOVE ID-Studente TO ST-ID

      *Paragrafo 2000-FASCICOLO-STUDENTE: tutte le note di una
      *matricola, a video - la risposta a "quante note ha davvero?"
      *Per un conto limitato lo studente deve essere di una classe
      *del suo ambito
       2000-FASCICOLO-STUDENTE.
           DISPLAY "Matricola dello studente: "
           ACCEPT ID-Studente
           MOVE 0 TO Note-Elencate
           MOVE "Y" TO Ambito-Esito
           IF Ambito-Limitato = "Y"
               PERFORM 1100-CERCA-STUDENTE
               MOVE Classe-Studente TO Ambito-Classe
               MOVE SPACES TO Ambito-Materia
               PERFORM 8200-CONTROLLA-AMBITO
           END-IF
           IF Ambito-Esito NOT = "Y"
               PERFORM 8300-NEGA-AMBITO
           ELSE
               PERFORM 2100-ELENCA-NOTE
           END-IF.

      *Paragrafo 2100-ELENCA-NOTE: le note della matricola a video
       2100-ELENCA-NOTE.
           OPEN INPUT FileNote
           IF FS-FileNote NOT = "00"
               DISPLAY "Nessuna nota registrata"
           END-IF.

      *Paragrafo 3000-RIEPILOGO-CLASSE: conteggio delle note per
      *gravita' di una classe (del proprio ambito, per un conto
      *limitato)
       3000-RIEPILOGO-CLASSE.
           DISPLAY "Classe (es. 3A): "
           ACCEPT Classe-Scelta
           MOVE 0 TO Conta-Lievi
           MOVE 0 TO Conta-Medie
           MOVE 0 TO Conta-Gravi
           MOVE Classe-Scelta TO Ambito-Classe
           MOVE SPACES TO Ambito-Materia
           PERFORM 8200-CONTROLLA-AMBITO
           IF Ambito-Esito NOT = "Y"
               PERFORM 8300-NEGA-AMBITO
           ELSE
               PERFORM 3100-CONTA-NOTE
           END-IF.

      *Paragrafo 3100-CONTA-NOTE: conteggi per gravita' della classe
      *scelta, a video
       3100-CONTA-NOTE.
           OPEN INPUT FileNote
           IF FS-FileNote NOT = "00"
               DISPLAY "Nessuna nota registrata"
               DISPLAY "  note gravi : " Conta-Gravi
           END-IF.

      *Paragrafo 8000-CONTROLLA-ACCESSO: credenziali su
      *OPERATORI.DAT (fino a tre tentativi); con il file assente si
      *entra liberi, come prima dei conti
       8000-CONTROLLA-ACCESSO.
           OPEN INPUT FileOperatori
           IF FS-FileOperatori NOT = "00"
               MOVE "N" TO Operatori-Presenti
               MOVE "A" TO Operatore-Ruolo
               MOVE "Y" TO Operatore-Autenticato
           ELSE
               CLOSE FileOperatori
               MOVE "Y" TO Operatori-Presenti
               MOVE 0 TO Tentativi-Accesso
               MOVE "N" TO Operatore-Autenticato
               PERFORM UNTIL Operatore-Autenticato = "Y"
                       OR Tentativi-Accesso NOT < 3
                   DISPLAY "Sigla operatore: "
                   ACCEPT Sigla-Inserita
                   DISPLAY "Password: "
                   ACCEPT Password-Inserita
                   OPEN INPUT FileOperatori
                   MOVE "N" TO Fine-Operatori
                   PERFORM UNTIL Fine-Operatori = "S"
                       READ FileOperatori
                           AT END
                               MOVE "S" TO Fine-Operatori
                           NOT AT END
                               IF OP-Sigla = Sigla-Inserita
                                       AND OP-Password
                                           = Password-Inserita
                                       AND OP-Bloccato NOT = "B"
                                   MOVE "Y" TO Operatore-Autenticato
                                   MOVE OP-Ruolo TO Operatore-Ruolo
                                   MOVE Sigla-Inserita
                                       TO Operatore-ID
                                   MOVE OP-Docente
                                       TO Operatore-Docente
                                   MOVE "S" TO Fine-Operatori
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileOperatori
                   IF Operatore-Autenticato NOT = "Y"
                       ADD 1 TO Tentativi-Accesso
                       DISPLAY "Credenziali errate"
                   END-IF
               END-PERFORM
               IF Operatore-Autenticato = "Y"
                   PERFORM 8090-CIRCOLARI-DA-LEGGERE
               END-IF
           END-IF.

      *Paragrafo 8090-CIRCOLARI-DA-LEGGERE: le circolari attive
      *destinate all'operatore e non ancora lette (Circolari) si
      *mostrano prima di continuare; la conferma registra data e
      *ora della presa visione
       8090-CIRCOLARI-DA-LEGGERE.
           OPEN I-O FileVisioni
           IF FS-FileVisioni = "00"
               OPEN INPUT FileCircolari
               IF FS-FileCircolari = "00"
                   MOVE Operatore-ID TO PV-Sigla
                   MOVE "N" TO Fine-Visioni
                   START FileVisioni KEY IS = PV-Sigla
                       INVALID KEY MOVE "S" TO Fine-Visioni
                   END-START
                   PERFORM UNTIL Fine-Visioni = "S"
                       READ FileVisioni NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-Visioni
                           NOT AT END
                               IF PV-Sigla NOT = Operatore-ID
                                   MOVE "S" TO Fine-Visioni
                               ELSE IF PV-Data = 0
                                   PERFORM 8095-MOSTRA-CIRCOLARE
                               END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileCircolari
               END-IF
               CLOSE FileVisioni
           END-IF.

      *Paragrafo 8095-MOSTRA-CIRCOLARE: testo della circolare e
      *conferma obbligatoria; le circolari ritirate non si mostrano
       8095-MOSTRA-CIRCOLARE.
           MOVE PV-Numero TO CIR-Numero
           READ FileCircolari
               INVALID KEY
                   MOVE "R" TO CIR-Stato
           END-READ
           IF CIR-Stato = "A"
               DISPLAY " "
               DISPLAY "CIRCOLARE N. " CIR-Numero " DEL "
                   CIR-Data-Testo(7:2) "/" CIR-Data-Testo(5:2) "/"
                   CIR-Data-Testo(1:4)
               DISPLAY CIR-Titolo
               MOVE 0 TO Circolare-Riga-Idx
               PERFORM UNTIL Circolare-Riga-Idx >= 12
                   ADD 1 TO Circolare-Riga-Idx
                   IF CIR-Riga(Circolare-Riga-Idx) NOT = SPACES
                       DISPLAY CIR-Riga(Circolare-Riga-Idx)
                   END-IF
               END-PERFORM
               MOVE SPACE TO Conferma-Visione
               PERFORM UNTIL Conferma-Visione = "S"
                       OR Conferma-Visione = "s"
                   DISPLAY "Presa visione (S per confermare): "
                   ACCEPT Conferma-Visione
               END-PERFORM
               ACCEPT PV-Data FROM DATE YYYYMMDD
               ACCEPT PV-Ora FROM TIME
               REWRITE Visioni-Record
                   INVALID KEY
                       DISPLAY "Presa visione non registrata"
               END-REWRITE
           END-IF.

      *Paragrafo 8100-CARICA-AMBITO: classi e materie su cui puo'
      *lavorare un conto collegato a un docente, dalle cattedre in
      *corso oggi e dalle supplenze attive oggi; l'amministratore e
      *i conti non collegati restano senza limiti. Senza CATTEDRE.DAT
      *non si sa chi insegna cosa: si avvisa e non si limita
       8100-CARICA-AMBITO.
           MOVE "N" TO Ambito-Limitato
           MOVE 0 TO Ambito-Cont
           IF Operatore-Docente NOT = SPACES
                   AND Operatore-Ruolo NOT = "A"
               OPEN INPUT FileCattedre
               IF FS-FileCattedre NOT = "00"
                   DISPLAY "Attenzione: CATTEDRE.DAT assente, conto "
                       "non limitato alle classi del docente"
               ELSE
                   MOVE "Y" TO Ambito-Limitato
                   ACCEPT Ambito-Oggi FROM DATE YYYYMMDD
                   MOVE "N" TO Fine-Ambito
                   PERFORM UNTIL Fine-Ambito = "S"
                       READ FileCattedre
                           AT END
                               MOVE "S" TO Fine-Ambito
                           NOT AT END
                               IF CT-Docente = Operatore-Docente
                                       AND CT-Dal <= Ambito-Oggi
                                       AND CT-Al >= Ambito-Oggi
                                   MOVE CT-Classe TO Ambito-Classe
                                   MOVE CT-Materia TO Ambito-Materia
                                   PERFORM 8150-AGGIUNGI-AMBITO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileCattedre
                   OPEN INPUT FileSupplenze
                   IF FS-FileSupplenze = "00"
                       MOVE "N" TO Fine-Ambito
                       PERFORM UNTIL Fine-Ambito = "S"
                           READ FileSupplenze
                               AT END
                                   MOVE "S" TO Fine-Ambito
                               NOT AT END
                                   IF SU-Supplente = Operatore-Docente
                                           AND SU-Inizio <= Ambito-Oggi
                                           AND SU-Fine >= Ambito-Oggi
                                       MOVE SU-Classe TO Ambito-Classe
                                       MOVE SU-Materia
                                           TO Ambito-Materia
                                       PERFORM 8150-AGGIUNGI-AMBITO
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE FileSupplenze
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 8150-AGGIUNGI-AMBITO: accoda classe e materia
      *all'ambito del docente
       8150-AGGIUNGI-AMBITO.
           IF Ambito-Cont < 100
               ADD 1 TO Ambito-Cont
               MOVE Ambito-Classe TO AB-Classe(Ambito-Cont)
               MOVE Ambito-Materia TO AB-Materia(Ambito-Cont)
           END-IF.

      *Paragrafo 8200-CONTROLLA-AMBITO: Ambito-Classe (e
      *Ambito-Materia, se valorizzata) e' tra quelle del docente
      *collegato al conto, o il docente coordina la classe?
      *Risposta in Ambito-Esito
       8200-CONTROLLA-AMBITO.
           MOVE "Y" TO Ambito-Esito
           IF Ambito-Limitato = "Y"
               MOVE "N" TO Ambito-Esito
               MOVE 0 TO Ambito-Idx
               PERFORM UNTIL Ambito-Idx >= Ambito-Cont
                   ADD 1 TO Ambito-Idx
                   IF AB-Classe(Ambito-Idx) = Ambito-Classe
                       IF Ambito-Materia = SPACES
                               OR AB-Materia(Ambito-Idx)
                                   = Ambito-Materia
                           MOVE "Y" TO Ambito-Esito
                       END-IF
                   END-IF
               END-PERFORM
               IF Ambito-Esito NOT = "Y"
                   PERFORM 8250-CONTROLLA-COORDINATORE
               END-IF
           END-IF.

      *Paragrafo 8250-CONTROLLA-COORDINATORE: il coordinatore di
      *classe vede tutta la classe: e' il docente con l'incarico
      *COOR attivo oggi in INCARICHI.DAT (Incarichi); solo per le
      *classi senza incarico vale la sigla in CL-Coordinatore
       8250-CONTROLLA-COORDINATORE.
           PERFORM 8255-CERCA-COORDINATORE
           IF Coordinatore-Incarico NOT = SPACES
               IF Coordinatore-Incarico = Operatore-Docente
                   MOVE "Y" TO Ambito-Esito
               END-IF
           ELSE
               OPEN INPUT Classi
               IF FS-Classi = "00"
                   MOVE Ambito-Classe TO CL-Codice
                   READ Classi
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CL-Coordinatore = Operatore-Docente
                               MOVE "Y" TO Ambito-Esito
                           END-IF
                   END-READ
                   CLOSE Classi
               END-IF
           END-IF.

      *Paragrafo 8255-CERCA-COORDINATORE: la sigla del docente con
      *incarico di coordinamento (COOR) attivo oggi per Ambito-Classe
      *in INCARICHI.DAT, come negli elenchi di GiustifichePortale
       8255-CERCA-COORDINATORE.
           MOVE SPACES TO Coordinatore-Incarico
           ACCEPT Coordinatore-Data FROM DATE YYYYMMDD
           OPEN INPUT FileIncarichi
           IF FS-FileIncarichi = "00"
               MOVE 0 TO INC-Numero
               MOVE "N" TO Fine-Incarichi
               START FileIncarichi KEY IS NOT LESS THAN INC-Numero
                   INVALID KEY MOVE "S" TO Fine-Incarichi
               END-START
               PERFORM UNTIL Fine-Incarichi = "S"
                   READ FileIncarichi NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Incarichi
                       NOT AT END
                           IF INC-Ruolo = "COOR"
                                   AND INC-Stato = "A"
                                   AND INC-Classe = Ambito-Classe
                                   AND INC-Dal <= Coordinatore-Data
                                   AND INC-Al >= Coordinatore-Data
                               MOVE INC-Docente
                                   TO Coordinatore-Incarico
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileIncarichi
           END-IF.

      *Paragrafo 8300-NEGA-AMBITO: rifiuto a video e traccia in
      *AUDIT.LOG del tentativo fuori ambito
       8300-NEGA-AMBITO.
           DISPLAY "Classe " Ambito-Classe " " Ambito-Materia
               " fuori dall'ambito del docente " Operatore-Docente
           MOVE SPACES TO Audit-Descrizione
           STRING "Negato fuori ambito " DELIMITED BY SIZE
               Ambito-Classe DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               Ambito-Materia DELIMITED BY SPACE
               INTO Audit-Descrizione
           PERFORM 9000-SCRIVI-AUDIT.

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
      *interi e' in corso e il programma non parte; un amministratore
      *autenticato puo' avviarlo comunque, con la deroga tracciata
       8960-CONTROLLA-MANUTENZIONE.
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF Manutenzione-Attiva = "S"
               PERFORM 8970-MOSTRA-MANUTENZIONE
               MOVE "N" TO Risposta-Deroga
               IF Operatori-Presenti = "Y"
                       AND Operatore-Autenticato = "Y"
                       AND Operatore-Ruolo = "A"
                   DISPLAY "Avviare comunque come amministratore? "
                       "(S/N): "
                   ACCEPT Risposta-Deroga
               END-IF
               IF Risposta-Deroga NOT = "S"
                       AND Risposta-Deroga NOT = "s"
                   DISPLAY "Programma non avviato: riprovare a "
                       "lavoro concluso"
                   STOP RUN
               END-IF
               MOVE MN-Chiave TO Manutenzione-Avvisata
               MOVE SPACES TO Audit-Descrizione
               STRING "Deroga manutenzione " DELIMITED BY SIZE
                   Operatore-ID DELIMITED BY SPACE
                   " NoteDisciplinari" DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
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

      *Paragrafo 9000-SCRIVI-AUDIT: accoda una riga data/ora/
      *operatore/descrizione ad AUDIT.LOG
       9000-SCRIVI-AUDIT.
           OPEN EXTEND FileAudit
           IF FS-FileAudit NOT = "00"
               " " DELIMITED BY SIZE
               Audit-Ora DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Operatore-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Audit-Descrizione DELIMITED BY SIZE
               INTO FileAudit-Record
           WRITE FileAudit-Record
