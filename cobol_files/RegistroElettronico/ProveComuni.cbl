       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProveComuni.

      *Correzione delle prove comuni a risposta multipla: i
      *dipartimenti danno la stessa prova a tutte le classi di un
      *anno e correggevano a mano centinaia di fogli. Qui si legge
      *la chiave della prova (PROVE-CHIAVI.DAT: codice prova,
      *materia, numero della domanda, risposta esatta, punti e
      *penalita' per la risposta sbagliata) e le risposte degli
      *studenti per matricola (PROVE-RISPOSTE.DAT, una riga per
      *foglio come la estrae il lettore ottico, una lettera per
      *domanda, spazio per la domanda non data). Il punteggio
      *grezzo (mai sotto zero) diventa voto con la tabella della
      *prova (PROVE-SOGLIE.DAT: punteggio minimo e voto, vale la
      *soglia piu' alta raggiunta); senza tabella il voto e' in
      *proporzione al punteggio massimo, arrotondato al mezzo voto.
      *I voti vanno come scritti ("S") in VOTI-STAGING.DAT a nome
      *del titolare della cattedra della classe nel giorno della
      *prova (CATTEDRE.DAT; senza titolare, il docente referente
      *della prova) e seguono l'approvazione normale di VotiStaging;
      *un voto gia' parcheggiato per la stessa prova non si ripete.
      *Gli scarti motivati vanno su PROVE-SCARTI.DAT come fa
      *InvalsiImport, i risultati per studente su
      *PROVA-<codice>-ESITI.txt. Per il dipartimento,
      *PROVA-<codice>-STATISTICHE.txt riporta per domanda le scelte
      *date, l'indice di difficolta' (quota di risposte esatte) e
      *l'indice di discriminazione (esatte nel 27% migliore meno
      *esatte nel 27% peggiore, sul numero del gruppo): sotto 0,20 la
      *domanda e' da rivedere. Le statistiche si possono avere anche
      *da sole, senza parcheggiare nulla.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Chiave delle prove: una riga per domanda
           SELECT FileChiavi ASSIGN TO 'PROVE-CHIAVI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileChiavi.
      *Fogli risposta, come arrivano dal lettore ottico
           SELECT FileRisposte ASSIGN TO 'PROVE-RISPOSTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileRisposte.
      *Tabelle punteggio-voto per prova
           SELECT FileSoglie ASSIGN TO 'PROVE-SOGLIE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileSoglie.
      *Fogli rifiutati con la motivazione, per la ricorrezione
           SELECT FileScarti ASSIGN TO 'PROVE-SCARTI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileScarti.
           SELECT FileStaging ASSIGN TO 'VOTI-STAGING.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileStaging.
      *Registro delle cattedre (CATTEDRE.DAT, vedi CattedreManut):
      *chi e' titolare di quale materia in quale classe e da quando
           SELECT FileCattedre ASSIGN TO 'CATTEDRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCattedre.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
           SELECT Docenti ASSIGN TO 'DOCENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-Sigla
               FILE STATUS IS FS-Docenti.
      *Catalogo materie: la materia si identifica con MM-Codice
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
      *Punteggi della prova e loro ordinamento per le statistiche
           SELECT PuntiIn ASSIGN TO 'PROVE-PUNTI.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PuntiIn.
           SELECT PuntiWork ASSIGN TO 'PROVE.SRT'.
           SELECT PuntiOut ASSIGN TO 'PROVE-ORDINATE.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PuntiOut.
           SELECT FileOut ASSIGN TO FileOut-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOut.
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
      *Risposta esatta una lettera (A-E); punti e penalita' per la
      *risposta sbagliata (la domanda non data vale zero)
       FD  FileChiavi.
       01  FileChiavi-Record.
           05  CH-Codice PIC X(8).
           05  CH-Materia PIC X(20).
           05  CH-Domanda PIC 9(3).
           05  CH-Risposta PIC X(1).
           05  CH-Punti PIC 99V99.
           05  CH-Penalita PIC 9V99.
      *Una lettera per domanda, nella posizione della domanda
       FD  FileRisposte.
       01  FileRisposte-Record.
           05  RS-Codice PIC X(8).
           05  RS-ID-Studente PIC 9(6).
           05  RS-Risposte PIC X(100).
       FD  FileSoglie.
       01  FileSoglie-Record.
           05  SO-Codice PIC X(8).
           05  SO-Punteggio-Minimo PIC 9(4)V99.
           05  SO-Voto PIC 99V99.
       FD  FileScarti.
       01  FileScarti-Record PIC X(80).
      *Voto parcheggiato: stato (P in attesa, A approvato, R
      *rifiutato), origine (sigla e data) e il voto vero e proprio
       FD  FileStaging.
       01  FileStaging-Record.
           05  SG-Stato PIC X(1).
           05  SG-Docente PIC X(10).
           05  SG-Data-Inserimento PIC 9(8).
           05  SG-ID-Studente PIC 9(6).
           05  SG-Cognome PIC X(20).
           05  SG-Classe PIC X(4).
           05  SG-Periodo PIC 9(1).
           05  SG-Materia PIC X(20).
           05  SG-Voto PIC 99V99.
           05  SG-Tipo PIC X(1).
           05  SG-Data-Voto PIC 9(8).
      *Voto come lo ha scritto il docente ("6+", "5/6"), in bianco
      *per i voti interi e per i giudizi
           05  SG-Notazione PIC X(4).
       FD  FileCattedre.
       01  FileCattedre-Record.
           05  CT-Docente PIC X(10).
           05  CT-Classe PIC X(4).
           05  CT-Materia PIC X(20).
           05  CT-Dal PIC 9(8).
           05  CT-Al PIC 9(8).
           05  CT-Ore PIC 99.
       FD  Studenti.
       01  Studenti-Record.
           05  ST-ID PIC 9(6).
           05  ST-Cognome PIC X(50).
           05  ST-Nome PIC X(50).
           05  ST-Classe PIC X(4).
           05  ST-Contatto PIC X(40).
      *Stato dello studente: attivo di norma, "R" se ritirato o
      *trasferito ad altro istituto in corso d'anno
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
               88  ST-Esterno-Si VALUE "E".
       FD  Docenti.
       01  Docenti-Record.
           05  DC-Sigla PIC X(10).
           05  DC-Cognome PIC X(30).
           05  DC-Nome PIC X(30).
           05  DC-Materie-Tab.
               10  DC-Materia OCCURS 5 TIMES PIC X(20).
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
       FD  PuntiIn.
       01  PuntiIn-Record.
           05  PI-Punteggio PIC 9(4)V99.
           05  PI-ID-Studente PIC 9(6).
           05  PI-Risposte PIC X(100).
       SD  PuntiWork.
       01  PuntiWork-Record.
           05  PW-Punteggio PIC 9(4)V99.
           05  PW-ID-Studente PIC 9(6).
           05  PW-Risposte PIC X(100).
       FD  PuntiOut.
       01  PuntiOut-Record.
           05  PO-Punteggio PIC 9(4)V99.
           05  PO-ID-Studente PIC 9(6).
           05  PO-Risposte PIC X(100).
       FD  FileOut.
       01  FileOut-Record PIC X(80).
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
       01  FS-FileChiavi PIC XX VALUE SPACES.
       01  FS-FileRisposte PIC XX VALUE SPACES.
       01  FS-FileSoglie PIC XX VALUE SPACES.
       01  FS-FileScarti PIC XX VALUE SPACES.
       01  FS-FileStaging PIC XX VALUE SPACES.
       01  FS-FileCattedre PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-Docenti PIC XX VALUE SPACES.
       01  FS-MaterieMaster PIC XX VALUE SPACES.
       01  FS-PuntiIn PIC XX VALUE SPACES.
       01  FS-PuntiOut PIC XX VALUE SPACES.
       01  FS-FileOut PIC XX VALUE SPACES.
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
       01  Fine-File PIC X VALUE "N".
       01  FileOut-Filename PIC X(40) VALUE SPACES.
       01  riga PIC X(80).
       01  Data-Oggi PIC 9(8) VALUE 0.
      *Prova in correzione
       01  Codice-Prova PIC X(8) VALUE SPACES.
       01  Materia-Prova PIC X(20) VALUE SPACES.
       01  Data-Prova PIC 9(8) VALUE 0.
       01  Periodo-Prova PIC 9 VALUE 0.
       01  Sigla-Referente PIC X(10) VALUE SPACES.
      *"S" correzione con parcheggio dei voti, "N" solo statistiche
       01  Parcheggia-Voti PIC X VALUE "N".
       01  Prova-Valida PIC X VALUE "N".
      *Chiave della prova in memoria, con gli accumuli per domanda
      *delle statistiche; le scelte sono contate per A, B, C, D, E
       01  Domande-Tab.
           05  DM-Voce OCCURS 100 TIMES.
               10  DM-Presente PIC X(1).
               10  DM-Risposta PIC X(1).
               10  DM-Punti PIC 99V99.
               10  DM-Penalita PIC 9V99.
               10  DM-Esatte PIC 9(5).
               10  DM-Omesse PIC 9(5).
               10  DM-Altre PIC 9(5).
               10  DM-Scelte OCCURS 5 TIMES PIC 9(5).
               10  DM-Esatte-Alto PIC 9(5).
               10  DM-Esatte-Basso PIC 9(5).
       01  Domande-Cont PIC 999 VALUE 0.
       01  Domande-Idx PIC 999 VALUE 0.
       01  Punteggio-Massimo PIC 9(4)V99 VALUE 0.
       01  Lettere-Risposta PIC X(5) VALUE "ABCDE".
       01  Lettera-Idx PIC 9 VALUE 0.
       01  Lettera-Trovata PIC 9 VALUE 0.
      *Tabella punteggio-voto della prova
       01  Soglie-Tab.
           05  SL-Voce OCCURS 50 TIMES.
               10  SL-Minimo PIC 9(4)V99.
               10  SL-Voto PIC 99V99.
       01  Soglie-Cont PIC 99 VALUE 0.
       01  Soglie-Idx PIC 99 VALUE 0.
       01  Soglia-Scelta PIC 99 VALUE 0.
       01  Soglia-Bassa PIC 99 VALUE 0.
      *Titolari della materia per classe nel giorno della prova
       01  Titolari-Tab.
           05  TT-Voce OCCURS 300 TIMES.
               10  TT-Classe PIC X(4).
               10  TT-Docente PIC X(10).
       01  Titolari-Cont PIC 999 VALUE 0.
       01  Titolari-Idx PIC 999 VALUE 0.
       01  Docente-Voto PIC X(10) VALUE SPACES.
      *Matricole con il voto della prova gia' in parcheggio e
      *matricole gia' corrette in questo giro
       01  Parcheggiati-Tab.
           05  PG-ID-Studente OCCURS 3000 TIMES PIC 9(6).
       01  Parcheggiati-Cont PIC 9(4) VALUE 0.
       01  Corretti-Tab.
           05  CR-ID-Studente OCCURS 3000 TIMES PIC 9(6).
       01  Corretti-Cont PIC 9(4) VALUE 0.
       01  Ricerca-Idx PIC 9(4) VALUE 0.
       01  Voce-Trovata PIC X VALUE "N".
      *Correzione del singolo foglio
       01  Risposte-Foglio PIC X(100) VALUE SPACES.
       01  Risposta-Data PIC X(1) VALUE SPACE.
       01  Esatte-Foglio PIC 999 VALUE 0.
       01  Errate-Foglio PIC 999 VALUE 0.
       01  Omesse-Foglio PIC 999 VALUE 0.
       01  Punteggio-Lordo PIC S9(4)V99 VALUE 0.
       01  Punteggio-Foglio PIC 9(4)V99 VALUE 0.
       01  Voto-Prova PIC 99V99 VALUE 0.
       01  Mezzi-Voto PIC 99 VALUE 0.
       01  Motivo-Scarto PIC X(24) VALUE SPACES.
      *Conteggi del giro
       01  Fogli-Letti PIC 9(5) VALUE 0.
       01  Fogli-Corretti PIC 9(5) VALUE 0.
       01  Fogli-Scartati PIC 9(5) VALUE 0.
       01  Voti-Parcheggiati PIC 9(5) VALUE 0.
       01  Voti-Gia-Presenti PIC 9(5) VALUE 0.
       01  Somma-Punteggi PIC 9(8)V99 VALUE 0.
      *Statistiche: gruppi del 27% migliore e peggiore
       01  Posizione PIC 9(5) VALUE 0.
       01  Gruppo-Estremo PIC 9(5) VALUE 0.
       01  Limite-Basso PIC 9(5) VALUE 0.
       01  Quota-Esatte PIC 9V9999 VALUE 0.
       01  Indice-Discriminazione PIC S9V99 VALUE 0.
       01  Punteggio-Medio PIC 9(4)V99 VALUE 0.
       01  Percento PIC 999V9 VALUE 0.
       01  Giudizio-Domanda PIC X(24) VALUE SPACES.
       01  Domanda-for PIC 999.
       01  Percento-for PIC ZZ9.9.
       01  Discriminazione-for PIC -9.99.
       01  Punteggio-for PIC ZZZ9.99.
       01  Voto-for PIC Z9.99.
       01  Conta-for PIC ZZZZ9.
       01  Conta-Corta-for PIC ZZ9.
       01  Scelte-for OCCURS 5 TIMES PIC ZZZZ9.
       01  Altre-for PIC ZZZZ9.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).
      *Catalogo materie in memoria: nei file la materia e' scritta
      *con il suo codice (MM-Codice), il nome del catalogo serve per
      *la stampa e la scala per escludere le materie a giudizio
       01  Catalogo-Materie.
           05  Cat-Voce OCCURS 300 TIMES.
               10  Cat-Nome PIC X(80).
               10  Cat-Codice PIC X(6).
               10  Cat-Scala PIC X(1).
       01  Cat-Cont PIC 999 VALUE 0.
       01  Cat-Idx PIC 999 VALUE 0.
       01  Fine-Catalogo PIC X VALUE "N".
       01  Materia-Codice PIC X(20) VALUE SPACES.
       01  Materia-Nome-Esteso PIC X(80) VALUE SPACES.
       01  Materia-Scala-Cat PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 9700-CARICA-CATALOGO
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "PROVE COMUNI A RISPOSTA MULTIPLA"
               DISPLAY "1: Correggi una prova e parcheggia i voti"
               DISPLAY "2: Solo statistiche per domanda"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1
                       MOVE "S" TO Parcheggia-Voti
                       PERFORM 1000-CORREGGI
                   WHEN 2
                       MOVE "N" TO Parcheggia-Voti
                       PERFORM 1000-CORREGGI
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      *Paragrafo 1000-CORREGGI: chiave e tabella della prova, poi i
      *fogli uno per uno; con il parcheggio anche data, periodo e
      *docente referente. In coda le statistiche per domanda
       1000-CORREGGI.
           DISPLAY "Codice della prova: "
           ACCEPT Codice-Prova
           PERFORM 1100-CARICA-CHIAVE
           IF Prova-Valida = "Y" AND Parcheggia-Voti = "S"
               PERFORM 1300-DATI-PARCHEGGIO
           END-IF
           IF Prova-Valida = "Y"
               PERFORM 1200-CARICA-SOGLIE
               PERFORM 2000-CORREGGI-FOGLI
           END-IF
           IF Prova-Valida = "Y"
               IF Fogli-Corretti = 0
                   DISPLAY "Nessun foglio corretto per la prova"
               ELSE
                   SORT PuntiWork
                       ON DESCENDING KEY PW-Punteggio
                       USING PuntiIn
                       GIVING PuntiOut
                   PERFORM 3000-STATISTICHE
               END-IF
           END-IF.

      *Paragrafo 1100-CARICA-CHIAVE: le domande della prova in
      *tabella; la prova deve esistere, avere una sola materia, non
      *a giudizio, e numeri di domanda da 1 a 100
       1100-CARICA-CHIAVE.
           MOVE "Y" TO Prova-Valida
           MOVE SPACES TO Materia-Prova
           MOVE 0 TO Domande-Cont
           MOVE 0 TO Punteggio-Massimo
           MOVE 0 TO Domande-Idx
           PERFORM UNTIL Domande-Idx >= 100
               ADD 1 TO Domande-Idx
               INITIALIZE DM-Voce(Domande-Idx)
               MOVE "N" TO DM-Presente(Domande-Idx)
           END-PERFORM
           OPEN INPUT FileChiavi
           IF FS-FileChiavi NOT = "00"
               DISPLAY "PROVE-CHIAVI.DAT non presente"
               MOVE "N" TO Prova-Valida
           ELSE
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileChiavi
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF CH-Codice = Codice-Prova
                               PERFORM 1150-UNA-DOMANDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileChiavi
           END-IF
           IF Prova-Valida = "Y" AND Materia-Prova = SPACES
               DISPLAY "Prova non presente in PROVE-CHIAVI.DAT"
               MOVE "N" TO Prova-Valida
           END-IF
           IF Prova-Valida = "Y"
               MOVE Materia-Prova TO Materia-Codice
               PERFORM 9720-CERCA-NOME-MATERIA
               IF Materia-Scala-Cat = "R" OR Materia-Scala-Cat = "A"
                   DISPLAY "Materia a giudizio: la prova non da' "
                       "voti numerici"
                   MOVE "N" TO Prova-Valida
               ELSE
                   MOVE Punteggio-Massimo TO Punteggio-for
                   DISPLAY "Prova " Codice-Prova " - "
                       Materia-Nome-Esteso(1:40)
                   DISPLAY "Domande: " Domande-Cont
                       " punteggio massimo: " Punteggio-for
               END-IF
           END-IF.

      *Paragrafo 1150-UNA-DOMANDA: una riga della chiave
       1150-UNA-DOMANDA.
           IF Materia-Prova = SPACES
               MOVE CH-Materia TO Materia-Prova
           END-IF
           IF CH-Materia NOT = Materia-Prova
               DISPLAY "Domanda " CH-Domanda " con materia diversa "
                   "dalle altre: chiave da correggere"
               MOVE "N" TO Prova-Valida
           ELSE IF CH-Domanda < 1 OR CH-Domanda > 100
               DISPLAY "Numero di domanda fuori da 1-100: "
                   CH-Domanda
               MOVE "N" TO Prova-Valida
           ELSE IF DM-Presente(CH-Domanda) = "Y"
               DISPLAY "Domanda " CH-Domanda " ripetuta nella "
                   "chiave"
               MOVE "N" TO Prova-Valida
           ELSE
               MOVE "Y" TO DM-Presente(CH-Domanda)
               MOVE CH-Risposta TO DM-Risposta(CH-Domanda)
               INSPECT DM-Risposta(CH-Domanda)
                   CONVERTING "abcde" TO "ABCDE"
               MOVE CH-Punti TO DM-Punti(CH-Domanda)
               MOVE CH-Penalita TO DM-Penalita(CH-Domanda)
               ADD CH-Punti TO Punteggio-Massimo
               IF CH-Domanda > Domande-Cont
                   MOVE CH-Domanda TO Domande-Cont
               END-IF
           END-IF
           END-IF
           END-IF.

      *Paragrafo 1200-CARICA-SOGLIE: la tabella punteggio-voto della
      *prova; senza righe il voto sara' in proporzione
       1200-CARICA-SOGLIE.
           MOVE 0 TO Soglie-Cont
           OPEN INPUT FileSoglie
           IF FS-FileSoglie = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileSoglie
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF SO-Codice = Codice-Prova
                                   AND Soglie-Cont < 50
                                   AND SO-Voto <= 10
                               ADD 1 TO Soglie-Cont
                               MOVE SO-Punteggio-Minimo
                                   TO SL-Minimo(Soglie-Cont)
                               MOVE SO-Voto TO SL-Voto(Soglie-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileSoglie
           END-IF
           IF Soglie-Cont = 0
               DISPLAY "Nessuna tabella in PROVE-SOGLIE.DAT: voto in "
                   "proporzione al punteggio massimo"
           ELSE
               DISPLAY "Tabella punteggio-voto: " Soglie-Cont
                   " soglie"
           END-IF.

      *Paragrafo 1300-DATI-PARCHEGGIO: data e periodo della prova e
      *docente referente (validato su DOCENTI.DAT), poi i titolari
      *della materia e i voti della prova gia' parcheggiati
       1300-DATI-PARCHEGGIO.
           DISPLAY "Data della prova (AAAAMMGG, 0 = oggi): "
           ACCEPT Data-Prova
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           IF Data-Prova = 0
               MOVE Data-Oggi TO Data-Prova
           END-IF
           DISPLAY "Periodo (1-4): "
           ACCEPT Periodo-Prova
           PERFORM UNTIL Periodo-Prova >= 1 AND Periodo-Prova <= 4
               DISPLAY "Periodo non valido"
               DISPLAY "Periodo (1-4): "
               ACCEPT Periodo-Prova
           END-PERFORM
           DISPLAY "Sigla del docente referente della prova: "
           ACCEPT Sigla-Referente
           OPEN INPUT Docenti
           IF FS-Docenti NOT = "00"
               DISPLAY "DOCENTI.DAT non presente: censire i docenti "
                   "con DocentiManut"
               MOVE "N" TO Prova-Valida
           ELSE
               MOVE Sigla-Referente TO DC-Sigla
               READ Docenti
                   INVALID KEY
                       DISPLAY "Sigla non in anagrafica docenti"
                       MOVE "N" TO Prova-Valida
               END-READ
               CLOSE Docenti
           END-IF
           IF Prova-Valida = "Y"
               PERFORM 1310-CARICA-TITOLARI
               PERFORM 1320-CARICA-PARCHEGGIATI
           END-IF.

      *Paragrafo 1310-CARICA-TITOLARI: per classe, il titolare della
      *materia della prova nel giorno della prova
       1310-CARICA-TITOLARI.
           MOVE 0 TO Titolari-Cont
           OPEN INPUT FileCattedre
           IF FS-FileCattedre = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileCattedre
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF CT-Materia = Materia-Prova
                                   AND CT-Dal <= Data-Prova
                                   AND CT-Al >= Data-Prova
                                   AND Titolari-Cont < 300
                               ADD 1 TO Titolari-Cont
                               MOVE CT-Classe
                                   TO TT-Classe(Titolari-Cont)
                               MOVE CT-Docente
                                   TO TT-Docente(Titolari-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileCattedre
           END-IF.

      *Paragrafo 1320-CARICA-PARCHEGGIATI: le matricole che hanno
      *gia' in parcheggio (in attesa o approvato) uno scritto della
      *materia con la data della prova: un secondo giro non le
      *ripete
       1320-CARICA-PARCHEGGIATI.
           MOVE 0 TO Parcheggiati-Cont
           OPEN INPUT FileStaging
           IF FS-FileStaging = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileStaging
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF SG-Materia = Materia-Prova
                                   AND SG-Data-Voto = Data-Prova
                                   AND (SG-Tipo = "S" OR "s")
                                   AND SG-Stato NOT = "R"
                                   AND Parcheggiati-Cont < 3000
                               ADD 1 TO Parcheggiati-Cont
                               MOVE SG-ID-Studente TO PG-ID-Studente
                                   (Parcheggiati-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileStaging
           END-IF.

      *Paragrafo 2000-CORREGGI-FOGLI: ogni foglio della prova in
      *PROVE-RISPOSTE.DAT; i punteggi vanno nel file di lavoro per
      *l'ordinamento, i risultati su PROVA-<codice>-ESITI.txt
       2000-CORREGGI-FOGLI.
           MOVE 0 TO Fogli-Letti
           MOVE 0 TO Fogli-Corretti
           MOVE 0 TO Fogli-Scartati
           MOVE 0 TO Voti-Parcheggiati
           MOVE 0 TO Voti-Gia-Presenti
           MOVE 0 TO Corretti-Cont
           MOVE 0 TO Somma-Punteggi
           OPEN INPUT FileRisposte
           IF FS-FileRisposte NOT = "00"
               DISPLAY "PROVE-RISPOSTE.DAT non presente"
               MOVE "N" TO Prova-Valida
           ELSE
               OPEN INPUT Studenti
               IF FS-Studenti NOT = "00"
                   DISPLAY "Impossibile aprire STUDENTI.DAT"
                   MOVE "N" TO Prova-Valida
                   CLOSE FileRisposte
               END-IF
           END-IF
           IF Prova-Valida = "Y"
               OPEN OUTPUT PuntiIn
               OPEN OUTPUT FileScarti
               MOVE SPACES TO FileOut-Filename
               STRING "PROVA-" DELIMITED BY SIZE
                   Codice-Prova DELIMITED BY SPACE
                   "-ESITI.txt" DELIMITED BY SIZE
                   INTO FileOut-Filename
               OPEN OUTPUT FileOut
               MOVE SPACES TO riga
               STRING "Prova comune " DELIMITED BY SIZE
                   Codice-Prova DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   Materia-Nome-Esteso DELIMITED BY "  "
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               MOVE "Matricola Cognome              Classe Esatte "
                   TO riga
               MOVE "Errate Omesse Punti   Voto" TO riga(48:26)
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               IF Parcheggia-Voti = "S"
                   OPEN EXTEND FileStaging
                   IF FS-FileStaging NOT = "00"
                       OPEN OUTPUT FileStaging
                   END-IF
               END-IF
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileRisposte
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF RS-Codice = Codice-Prova
                               ADD 1 TO Fogli-Letti
                               PERFORM 2100-UN-FOGLIO
                           END-IF
                   END-READ
               END-PERFORM
               IF Parcheggia-Voti = "S"
                   CLOSE FileStaging
               END-IF
               CLOSE FileOut
               CLOSE FileScarti
               CLOSE PuntiIn
               CLOSE Studenti
               CLOSE FileRisposte
               DISPLAY "Fogli letti    : " Fogli-Letti
               DISPLAY "Fogli corretti : " Fogli-Corretti
               DISPLAY "Fogli scartati : " Fogli-Scartati
               DISPLAY "Risultati su " FileOut-Filename
               IF Parcheggia-Voti = "S"
                   DISPLAY "Voti parcheggiati: " Voti-Parcheggiati
                   IF Voti-Gia-Presenti > 0
                       DISPLAY "Voti gia' in parcheggio, non "
                           "ripetuti: " Voti-Gia-Presenti
                   END-IF
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Prova comune " DELIMITED BY SIZE
                       Codice-Prova DELIMITED BY SPACE
                       " parcheggiati " DELIMITED BY SIZE
                       Voti-Parcheggiati DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
               END-IF
           END-IF.

      *Paragrafo 2100-UN-FOGLIO: matricola esistente, non ritirata
      *e non gia' corretta nel giro, altrimenti scarto motivato;
      *poi punteggio, voto e parcheggio
       2100-UN-FOGLIO.
           MOVE SPACES TO Motivo-Scarto
           MOVE RS-ID-Studente TO ST-ID
           READ Studenti
               INVALID KEY
                   MOVE "MATRICOLA-SCONOSCIUTA" TO Motivo-Scarto
               NOT INVALID KEY
                   IF ST-Ritirato-Si
                       MOVE "STUDENTE-RITIRATO" TO Motivo-Scarto
                   END-IF
           END-READ
           IF Motivo-Scarto = SPACES
               MOVE "N" TO Voce-Trovata
               MOVE 0 TO Ricerca-Idx
               PERFORM UNTIL Ricerca-Idx >= Corretti-Cont
                   ADD 1 TO Ricerca-Idx
                   IF CR-ID-Studente(Ricerca-Idx) = RS-ID-Studente
                       MOVE "Y" TO Voce-Trovata
                       MOVE Corretti-Cont TO Ricerca-Idx
                   END-IF
               END-PERFORM
               IF Voce-Trovata = "Y"
                   MOVE "FOGLIO-RIPETUTO" TO Motivo-Scarto
               ELSE IF Corretti-Cont >= 3000
                   MOVE "TROPPI-FOGLI" TO Motivo-Scarto
               END-IF
               END-IF
           END-IF
           IF Motivo-Scarto NOT = SPACES
               ADD 1 TO Fogli-Scartati
               MOVE SPACES TO riga
               STRING RS-ID-Studente DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RS-Codice DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Motivo-Scarto DELIMITED BY SPACE
                   INTO riga
               MOVE riga TO FileScarti-Record
               WRITE FileScarti-Record
           ELSE
               ADD 1 TO Corretti-Cont
               MOVE RS-ID-Studente TO CR-ID-Studente(Corretti-Cont)
               ADD 1 TO Fogli-Corretti
               PERFORM 2200-PUNTEGGIO
               PERFORM 2300-VOTO
               ADD Punteggio-Foglio TO Somma-Punteggi
               MOVE Punteggio-Foglio TO PI-Punteggio
               MOVE RS-ID-Studente TO PI-ID-Studente
               MOVE Risposte-Foglio TO PI-Risposte
               WRITE PuntiIn-Record
               PERFORM 2400-RIGA-ESITO
               IF Parcheggia-Voti = "S"
                   PERFORM 2500-PARCHEGGIA
               END-IF
           END-IF.

      *Paragrafo 2200-PUNTEGGIO: domanda per domanda, punti per la
      *risposta esatta, penalita' per la sbagliata, zero per la non
      *data; il totale non scende sotto zero
       2200-PUNTEGGIO.
           MOVE RS-Risposte TO Risposte-Foglio
           INSPECT Risposte-Foglio CONVERTING "abcde" TO "ABCDE"
           MOVE 0 TO Esatte-Foglio
           MOVE 0 TO Errate-Foglio
           MOVE 0 TO Omesse-Foglio
           MOVE 0 TO Punteggio-Lordo
           MOVE 0 TO Domande-Idx
           PERFORM UNTIL Domande-Idx >= Domande-Cont
               ADD 1 TO Domande-Idx
               IF DM-Presente(Domande-Idx) = "Y"
                   MOVE Risposte-Foglio(Domande-Idx:1)
                       TO Risposta-Data
                   IF Risposta-Data = SPACE
                       ADD 1 TO Omesse-Foglio
                   ELSE IF Risposta-Data = DM-Risposta(Domande-Idx)
                       ADD 1 TO Esatte-Foglio
                       ADD DM-Punti(Domande-Idx) TO Punteggio-Lordo
                   ELSE
                       ADD 1 TO Errate-Foglio
                       SUBTRACT DM-Penalita(Domande-Idx)
                           FROM Punteggio-Lordo
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF Punteggio-Lordo < 0
               MOVE 0 TO Punteggio-Foglio
           ELSE
               MOVE Punteggio-Lordo TO Punteggio-Foglio
           END-IF.

      *Paragrafo 2300-VOTO: la soglia piu' alta raggiunta dal
      *punteggio; sotto tutte le soglie vale la piu' bassa. Senza
      *tabella, voto in decimi sul punteggio massimo arrotondato al
      *mezzo voto
       2300-VOTO.
           MOVE 0 TO Voto-Prova
           IF Soglie-Cont = 0
               IF Punteggio-Massimo > 0
                   COMPUTE Mezzi-Voto ROUNDED =
                       Punteggio-Foglio * 20 / Punteggio-Massimo
                   COMPUTE Voto-Prova = Mezzi-Voto / 2
               END-IF
           ELSE
               MOVE 0 TO Soglia-Scelta
               MOVE 1 TO Soglia-Bassa
               MOVE 0 TO Soglie-Idx
               PERFORM UNTIL Soglie-Idx >= Soglie-Cont
                   ADD 1 TO Soglie-Idx
                   IF SL-Minimo(Soglie-Idx) < SL-Minimo(Soglia-Bassa)
                       MOVE Soglie-Idx TO Soglia-Bassa
                   END-IF
                   IF SL-Minimo(Soglie-Idx) <= Punteggio-Foglio
                       IF Soglia-Scelta = 0
                           MOVE Soglie-Idx TO Soglia-Scelta
                       ELSE IF SL-Minimo(Soglie-Idx)
                               > SL-Minimo(Soglia-Scelta)
                           MOVE Soglie-Idx TO Soglia-Scelta
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF Soglia-Scelta = 0
                   MOVE Soglia-Bassa TO Soglia-Scelta
               END-IF
               MOVE SL-Voto(Soglia-Scelta) TO Voto-Prova
           END-IF
           IF Voto-Prova > 10
               MOVE 10 TO Voto-Prova
           END-IF.

      *Paragrafo 2400-RIGA-ESITO: il risultato dello studente
       2400-RIGA-ESITO.
           MOVE SPACES TO riga
           MOVE RS-ID-Studente TO riga(1:6)
           MOVE ST-Cognome(1:20) TO riga(11:20)
           MOVE ST-Classe TO riga(32:4)
           MOVE Esatte-Foglio TO Conta-Corta-for
           MOVE Conta-Corta-for TO riga(42:3)
           MOVE Errate-Foglio TO Conta-Corta-for
           MOVE Conta-Corta-for TO riga(49:3)
           MOVE Omesse-Foglio TO Conta-Corta-for
           MOVE Conta-Corta-for TO riga(56:3)
           MOVE Punteggio-Foglio TO Punteggio-for
           MOVE Punteggio-for TO riga(60:7)
           MOVE Voto-Prova TO Voto-for
           MOVE Voto-for TO riga(68:5)
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 2500-PARCHEGGIA: il voto come scritto in
      *VOTI-STAGING.DAT, a nome del titolare della classe (o del
      *referente), se non c'e' gia' per la stessa prova
       2500-PARCHEGGIA.
           MOVE "N" TO Voce-Trovata
           MOVE 0 TO Ricerca-Idx
           PERFORM UNTIL Ricerca-Idx >= Parcheggiati-Cont
               ADD 1 TO Ricerca-Idx
               IF PG-ID-Studente(Ricerca-Idx) = RS-ID-Studente
                   MOVE "Y" TO Voce-Trovata
                   MOVE Parcheggiati-Cont TO Ricerca-Idx
               END-IF
           END-PERFORM
           IF Voce-Trovata = "Y"
               ADD 1 TO Voti-Gia-Presenti
           ELSE
               MOVE Sigla-Referente TO Docente-Voto
               MOVE 0 TO Titolari-Idx
               PERFORM UNTIL Titolari-Idx >= Titolari-Cont
                   ADD 1 TO Titolari-Idx
                   IF TT-Classe(Titolari-Idx) = ST-Classe
                       MOVE TT-Docente(Titolari-Idx) TO Docente-Voto
                       MOVE Titolari-Cont TO Titolari-Idx
                   END-IF
               END-PERFORM
               MOVE "P" TO SG-Stato
               MOVE Docente-Voto TO SG-Docente
               MOVE Data-Oggi TO SG-Data-Inserimento
               MOVE RS-ID-Studente TO SG-ID-Studente
               MOVE ST-Cognome TO SG-Cognome
               MOVE ST-Classe TO SG-Classe
               MOVE Periodo-Prova TO SG-Periodo
               MOVE Materia-Prova TO SG-Materia
               MOVE Voto-Prova TO SG-Voto
               MOVE "S" TO SG-Tipo
               MOVE Data-Prova TO SG-Data-Voto
               MOVE SPACES TO SG-Notazione
               WRITE FileStaging-Record
               ADD 1 TO Voti-Parcheggiati
           END-IF.

      *Paragrafo 3000-STATISTICHE: i fogli in ordine di punteggio
      *decrescente; i primi e gli ultimi 27% formano i gruppi alto e
      *basso dell'indice di discriminazione
       3000-STATISTICHE.
           COMPUTE Gruppo-Estremo ROUNDED = Fogli-Corretti * 27 / 100
           IF Gruppo-Estremo = 0
               MOVE 1 TO Gruppo-Estremo
           END-IF
           COMPUTE Limite-Basso = Fogli-Corretti - Gruppo-Estremo
           MOVE 0 TO Posizione
           OPEN INPUT PuntiOut
           IF FS-PuntiOut = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ PuntiOut
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           ADD 1 TO Posizione
                           PERFORM 3100-ACCUMULA-FOGLIO
                   END-READ
               END-PERFORM
               CLOSE PuntiOut
           END-IF
           PERFORM 3200-SCRIVI-STATISTICHE.

      *Paragrafo 3100-ACCUMULA-FOGLIO: scelte, omesse ed esatte per
      *domanda, e le esatte dei gruppi alto e basso
       3100-ACCUMULA-FOGLIO.
           MOVE 0 TO Domande-Idx
           PERFORM UNTIL Domande-Idx >= Domande-Cont
               ADD 1 TO Domande-Idx
               IF DM-Presente(Domande-Idx) = "Y"
                   MOVE PO-Risposte(Domande-Idx:1) TO Risposta-Data
                   IF Risposta-Data = SPACE
                       ADD 1 TO DM-Omesse(Domande-Idx)
                   ELSE
                       MOVE 0 TO Lettera-Trovata
                       MOVE 0 TO Lettera-Idx
                       PERFORM UNTIL Lettera-Idx >= 5
                           ADD 1 TO Lettera-Idx
                           IF Lettere-Risposta(Lettera-Idx:1)
                                   = Risposta-Data
                               MOVE Lettera-Idx TO Lettera-Trovata
                           END-IF
                       END-PERFORM
                       IF Lettera-Trovata > 0
                           ADD 1 TO DM-Scelte(Domande-Idx,
                               Lettera-Trovata)
                       ELSE
                           ADD 1 TO DM-Altre(Domande-Idx)
                       END-IF
                       IF Risposta-Data = DM-Risposta(Domande-Idx)
                           ADD 1 TO DM-Esatte(Domande-Idx)
                           IF Posizione <= Gruppo-Estremo
                               ADD 1 TO DM-Esatte-Alto(Domande-Idx)
                           END-IF
                           IF Posizione > Limite-Basso
                               ADD 1 TO DM-Esatte-Basso(Domande-Idx)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *Paragrafo 3200-SCRIVI-STATISTICHE: per domanda risposta
      *esatta, quota di esatte e di omesse, indice di
      *discriminazione e scelte per lettera, su
      *PROVA-<codice>-STATISTICHE.txt. Facile oltre l'85% di esatte,
      *difficile sotto il 30%, da rivedere con discriminazione sotto
      *0,20
       3200-SCRIVI-STATISTICHE.
           MOVE SPACES TO FileOut-Filename
           STRING "PROVA-" DELIMITED BY SIZE
               Codice-Prova DELIMITED BY SPACE
               "-STATISTICHE.txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           MOVE SPACES TO riga
           STRING "Statistiche della prova comune " DELIMITED BY SIZE
               Codice-Prova DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               Materia-Nome-Esteso DELIMITED BY "  "
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           COMPUTE Punteggio-Medio ROUNDED =
               Somma-Punteggi / Fogli-Corretti
           MOVE Fogli-Corretti TO Conta-for
           MOVE Punteggio-Medio TO Punteggio-for
           MOVE SPACES TO riga
           STRING "Fogli corretti: " DELIMITED BY SIZE
               Conta-for DELIMITED BY SIZE
               "  punteggio medio: " DELIMITED BY SIZE
               Punteggio-for DELIMITED BY SIZE
               INTO riga
           MOVE Punteggio-Massimo TO Punteggio-for
           STRING riga(1:48) DELIMITED BY SIZE
               " su " DELIMITED BY SIZE
               Punteggio-for DELIMITED BY SIZE
               INTO FileOut-Record
           WRITE FileOut-Record
           MOVE Gruppo-Estremo TO Conta-for
           MOVE SPACES TO riga
           STRING "Gruppi alto e basso (27%): " DELIMITED BY SIZE
               Conta-for DELIMITED BY SIZE
               " fogli ciascuno" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Domande-Idx
           PERFORM UNTIL Domande-Idx >= Domande-Cont
               ADD 1 TO Domande-Idx
               IF DM-Presente(Domande-Idx) = "Y"
                   PERFORM 3300-RIGHE-DOMANDA
               END-IF
           END-PERFORM
           CLOSE FileOut
           DISPLAY "Statistiche su " FileOut-Filename.

      *Paragrafo 3300-RIGHE-DOMANDA: due righe per domanda, indici e
      *scelte date
       3300-RIGHE-DOMANDA.
           COMPUTE Quota-Esatte ROUNDED =
               DM-Esatte(Domande-Idx) / Fogli-Corretti
           COMPUTE Indice-Discriminazione ROUNDED =
               (DM-Esatte-Alto(Domande-Idx)
               - DM-Esatte-Basso(Domande-Idx)) / Gruppo-Estremo
           MOVE SPACES TO Giudizio-Domanda
           IF Quota-Esatte > 0.85
               MOVE "facile" TO Giudizio-Domanda
           END-IF
           IF Quota-Esatte < 0.30
               MOVE "difficile" TO Giudizio-Domanda
           END-IF
           IF Indice-Discriminazione < 0.20
               IF Giudizio-Domanda = SPACES
                   MOVE "da rivedere" TO Giudizio-Domanda
               ELSE
                   MOVE SPACES TO riga
                   STRING Giudizio-Domanda DELIMITED BY SPACE
                       ", da rivedere" DELIMITED BY SIZE
                       INTO riga
                   MOVE riga TO Giudizio-Domanda
               END-IF
           END-IF
           MOVE Domande-Idx TO Domanda-for
           MOVE Indice-Discriminazione TO Discriminazione-for
           MOVE SPACES TO riga
           STRING "Domanda " DELIMITED BY SIZE
               Domanda-for DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               DM-Risposta(Domande-Idx) DELIMITED BY SIZE
               ") esatte " DELIMITED BY SIZE
               INTO riga
           COMPUTE Percento ROUNDED = Quota-Esatte * 100
           MOVE Percento TO Percento-for
           MOVE Percento-for TO riga(25:5)
           MOVE "% omesse" TO riga(30:8)
           COMPUTE Percento ROUNDED =
               DM-Omesse(Domande-Idx) * 100 / Fogli-Corretti
           MOVE Percento TO Percento-for
           MOVE Percento-for TO riga(39:5)
           MOVE "% discr." TO riga(44:8)
           MOVE Discriminazione-for TO riga(53:5)
           MOVE Giudizio-Domanda TO riga(59:22)
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Lettera-Idx
           PERFORM UNTIL Lettera-Idx >= 5
               ADD 1 TO Lettera-Idx
               MOVE DM-Scelte(Domande-Idx, Lettera-Idx)
                   TO Scelte-for(Lettera-Idx)
           END-PERFORM
           MOVE DM-Altre(Domande-Idx) TO Altre-for
           MOVE SPACES TO riga
           STRING "    scelte A" DELIMITED BY SIZE
               Scelte-for(1) DELIMITED BY SIZE
               "  B" DELIMITED BY SIZE
               Scelte-for(2) DELIMITED BY SIZE
               "  C" DELIMITED BY SIZE
               Scelte-for(3) DELIMITED BY SIZE
               "  D" DELIMITED BY SIZE
               Scelte-for(4) DELIMITED BY SIZE
               "  E" DELIMITED BY SIZE
               Scelte-for(5) DELIMITED BY SIZE
               "  altre" DELIMITED BY SIZE
               Altre-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record.

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

      *Paragrafo 9000-SCRIVI-AUDIT: una riga in AUDIT.LOG con data,
      *ora e descrizione
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

      *Paragrafo 9700-CARICA-CATALOGO: catalogo in memoria
      *Nome, codice e scala di ogni materia di MATERIE.DAT; senza
      *catalogo la tabella resta vuota e la materia vale come scritta
       9700-CARICA-CATALOGO.
           MOVE 0 TO Cat-Cont
           OPEN INPUT MaterieMaster
           IF FS-MaterieMaster = "00"
               MOVE "N" TO Fine-Catalogo
               PERFORM UNTIL Fine-Catalogo = "S"
                   READ MaterieMaster NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Catalogo
                       NOT AT END
                           IF Cat-Cont < 300
                               ADD 1 TO Cat-Cont
                               MOVE MM-Nome TO Cat-Nome(Cat-Cont)
                               MOVE MM-Codice TO Cat-Codice(Cat-Cont)
                               MOVE MM-Scala TO Cat-Scala(Cat-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MaterieMaster
           END-IF.

      *Paragrafo 9720-CERCA-NOME-MATERIA: nome della materia
      *Il nome completo e la scala della materia il cui codice e' in
      *Materia-Codice; se il codice non e' a catalogo resta quanto
      *scritto nel file
       9720-CERCA-NOME-MATERIA.
           MOVE Materia-Codice TO Materia-Nome-Esteso
           MOVE SPACE TO Materia-Scala-Cat
           MOVE 0 TO Cat-Idx
           PERFORM UNTIL Cat-Idx >= Cat-Cont
               ADD 1 TO Cat-Idx
               IF Cat-Codice(Cat-Idx) NOT = SPACES
                       AND Cat-Codice(Cat-Idx) = Materia-Codice
                   MOVE Cat-Nome(Cat-Idx) TO Materia-Nome-Esteso
                   MOVE Cat-Scala(Cat-Idx) TO Materia-Scala-Cat
                   MOVE Cat-Cont TO Cat-Idx
               END-IF
           END-PERFORM.

       END PROGRAM ProveComuni.
