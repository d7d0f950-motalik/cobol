       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProposteVoto.

      *Proposte di voto per lo scrutinio (PROPOSTE-VOTO.DAT): allo
      *scrutinio ogni docente propone un voto intero per materia e
      *il consiglio lo ratifica; la media dei voti registrati e'
      *solo l'elemento di partenza. Qui il docente, con la sigla
      *validata su DOCENTI.DAT, scorre la rosa della classe per un
      *periodo e una materia, vede la media pesata del periodo di
      *MEDIE.DAT (la stessa che ScrutinioConsiglio confronta con la
      *proposta) e digita la sua proposta. Una riga per proposta;
      *se la stessa proposta viene ribattuta vale l'ultima riga,
      *che e' quella che ScrutinioConsiglio mostra nel prospetto e
      *porta in ratifica su VOTI-FINALI.DAT.
      *Ogni proposta porta l'anno scolastico di ANNO-CORRENTE.DAT e
      *elenco e scrutinio leggono solo quelle dell'anno in corso.
      *La materia deve essere riconosciuta a catalogo (codice o nome
      *completo), altrimenti le proposte non si registrano; per le
      *materie a giudizio (religione cattolica, attivita'
      *alternativa) la proposta e' il codice del giudizio da 1
      *(insufficiente) a 5 (ottimo).
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.
      *Il docente proponente deve essere oggi titolare della
      *cattedra di classe e materia in CATTEDRE.DAT o supplente in
      *corso in SUPPLENZE.DAT, come per la firma del registro; le
      *materie dell'anagrafica docenti contano solo se nessuna
      *cattedra copre classe e materia.
      *Per le materie a giudizio si propone solo per chi se ne
      *avvale nell'anno secondo SCELTE-IRC.DAT (SceltaIrc): gli
      *altri studenti si saltano senza chiedere nulla.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileProposte ASSIGN TO 'PROPOSTE-VOTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileProposte.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
      *Medie per studente, periodo e materia mantenute a ogni
      *scrittura di VOTI.DAT
           SELECT FileMedie ASSIGN TO 'MEDIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-Chiave
               FILE STATUS IS FS-FileMedie.
      *Scelte annuali sulla religione cattolica (vedi SceltaIrc)
           SELECT FileScelteIrc ASSIGN TO 'SCELTE-IRC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileScelteIrc.
           SELECT Docenti ASSIGN TO 'DOCENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-Sigla
               FILE STATUS IS FS-Docenti.
      *Catalogo materie: la materia si identifica con MM-Codice
      *Registro delle cattedre (CATTEDRE.DAT, vedi CattedreManut):
      *quando c'e', e' lui a dire chi insegna la materia nella
      *classe, al posto delle materie dell'anagrafica docenti
           SELECT FileCattedre ASSIGN TO 'CATTEDRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCattedre.
           SELECT FileSupplenze ASSIGN TO 'SUPPLENZE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileSupplenze.
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
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
      *Anno scolastico in corso (vedi ChiusuraAnno)
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
           SELECT FileAudit ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAudit.

       DATA DIVISION.
       FILE SECTION.
      *Una proposta per riga: matricola, classe, periodo, materia,
      *sigla del docente proponente, voto intero (codice del
      *giudizio per le materie a giudizio), data e anno scolastico
       FD  FileProposte.
       01  FileProposte-Record.
           05  PV-ID-Studente PIC 9(6).
           05  PV-Classe PIC X(4).
           05  PV-Periodo PIC 9(1).
           05  PV-Materia PIC X(20).
           05  PV-Docente PIC X(10).
           05  PV-Voto PIC 99.
           05  PV-Data PIC 9(8).
           05  PV-Anno-Scolastico PIC X(9).
       FD  Studenti.
       01  Studenti-Record.
           05  ST-ID PIC 9(6).
           05  ST-Cognome PIC X(50).
           05  ST-Nome PIC X(50).
           05  ST-Classe PIC X(4).
           05  ST-Contatto PIC X(40).
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
       FD  FileMedie.
       01  FileMedie-Record.
           05  ME-Chiave.
               10  ME-ID-Studente PIC 9(6).
               10  ME-Periodo PIC 9(1).
               10  ME-Materia PIC X(20).
           05  ME-Dati.
               10  ME-Classe PIC X(4).
               10  ME-Valori.
                   15  ME-Cont-Orale PIC 999.
                   15  ME-Tot-Orale PIC 9(5)V99.
                   15  ME-Media-Orale PIC 99V99.
                   15  ME-Cont-Scritto PIC 999.
                   15  ME-Tot-Scritto PIC 9(5)V99.
                   15  ME-Media-Scritto PIC 99V99.
                   15  ME-Cont-Pratico PIC 999.
                   15  ME-Tot-Pratico PIC 9(5)V99.
                   15  ME-Media-Pratico PIC 99V99.
                   15  ME-Cont-Voti PIC 999.
                   15  ME-Tot-Voti PIC 9(5)V99.
                   15  ME-Peso-Orale PIC V999.
                   15  ME-Peso-Scritto PIC V999.
                   15  ME-Peso-Pratico PIC V999.
                   15  ME-Media-Pesata PIC 99V9.
                   15  ME-Data-Ultimo-Voto PIC 9(8).
               10  ME-Data-Calcolo PIC 9(8).
       FD  FileScelteIrc.
       01  FileScelteIrc-Record.
           05  SI-ID-Studente PIC 9(6).
           05  SI-Anno PIC X(9).
           05  SI-Scelta PIC X(1).
           05  SI-Data PIC 9(8).
       FD  Docenti.
       01  Docenti-Record.
           05  DC-Sigla PIC X(10).
           05  DC-Cognome PIC X(30).
           05  DC-Nome PIC X(30).
           05  DC-Materie-Tab.
               10  DC-Materia OCCURS 5 TIMES PIC X(20).
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
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
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
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
       FD  FileAudit.
       01  FileAudit-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-FileProposte PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileMedie PIC XX VALUE SPACES.
       01  Medie-Aperte PIC X VALUE "N".
       01  FS-Docenti PIC XX VALUE SPACES.
       01  FS-FileAudit PIC XX VALUE SPACES.
       01  FS-FileAnno PIC XX VALUE SPACES.
       01  Anno-Corrente PIC X(9) VALUE SPACES.
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
       01  FS-MaterieMaster PIC XX VALUE SPACES.
      *Catalogo materie in memoria: nei file la materia e' scritta
      *con il suo codice (MM-Codice), il nome del catalogo serve per
      *riconoscere quanto digitato e per la stampa
       01  Catalogo-Materie.
           05  Cat-Voce OCCURS 300 TIMES.
               10  Cat-Nome PIC X(80).
               10  Cat-Codice PIC X(6).
               10  Cat-Scala PIC X(1).
       01  Cat-Cont PIC 999 VALUE 0.
       01  Cat-Idx PIC 999 VALUE 0.
       01  Cat-Scelta PIC 999 VALUE 0.
       01  Cat-Trovati PIC 999 VALUE 0.
       01  Fine-Catalogo PIC X VALUE "N".
       01  Materia-Input PIC X(80) VALUE SPACES.
       01  Materia-Codice PIC X(20) VALUE SPACES.
       01  Materia-Nome-Esteso PIC X(80) VALUE SPACES.
       01  Materia-Scala-Cat PIC X(1) VALUE SPACE.
       01  Materia-Esito PIC X VALUE SPACE.
           88  Materia-Risolta VALUE "C" "T".
           88  Materia-Ambigua VALUE "A".
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Docente-Sigla PIC X(10) VALUE SPACES.
       01  Docente-Valido PIC X VALUE "N".
       01  Docente-Insegna PIC X VALUE "N".
       01  Docente-Materie-Idx PIC 9 VALUE 0.
      *Titolare oggi della cattedra di classe e materia scelte (in
      *bianco se nessuna cattedra le copre) e supplenza in corso
      *della sigla digitata su classe e materia
       01  FS-FileCattedre PIC XX VALUE SPACES.
       01  Cattedra-Titolare PIC X(10) VALUE SPACES.
       01  Fine-Cattedre PIC X VALUE "N".
       01  FS-FileSupplenze PIC XX VALUE SPACES.
       01  Supplenza-Attiva PIC X VALUE "N".
       01  Fine-Supplenze PIC X VALUE "N".
       01  Risposta PIC X VALUE SPACE.
      *Scelta dell'anno dello studente sulla religione cattolica
      *(l'ultima riga di SCELTE-IRC.DAT vince): per le materie a
      *giudizio si propone solo a chi ha scelto quella materia
       01  FS-FileScelteIrc PIC XX VALUE SPACES.
       01  Scelta-Irc PIC X VALUE SPACE.
       01  Fine-Scelte-Irc PIC X VALUE "N".
       01  Studente-Scelta PIC 9(6) VALUE 0.
       01  Materia-Non-Scelta PIC X VALUE "N".
       01  Classe-Scelta PIC X(4) VALUE SPACES.
       01  Periodo-Scelto PIC 9 VALUE 0.
       01  Materia-Scelta PIC X(20) VALUE SPACES.
       01  Fine-Studenti PIC X VALUE "N".
       01  Fine-File PIC X VALUE "N".
      *Media pesata e numero di voti del periodo per la materia,
      *dalla riga di MEDIE.DAT
       01  cont PIC 999 VALUE 0.
       01  media PIC 99V99 VALUE 0.
       01  media-for PIC Z9.99.
      *Proposta digitata: 99 salta lo studente
       01  Proposta-Voto PIC 99 VALUE 0.
      *Materia a giudizio: la proposta e' il codice del giudizio
       01  Materia-Giudizio PIC X VALUE "N".
       01  Giudizi-Dati.
           02  FILLER PIC X(13) VALUE "insufficiente".
           02  FILLER PIC X(13) VALUE "sufficiente".
           02  FILLER PIC X(13) VALUE "buono".
           02  FILLER PIC X(13) VALUE "distinto".
           02  FILLER PIC X(13) VALUE "ottimo".
       01  Giudizi-Tab REDEFINES Giudizi-Dati.
           02  Giudizio-Parola OCCURS 5 TIMES PIC X(13).
       01  Giudizio-Proposto PIC X(13) VALUE SPACES.
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  Proposte-Scritte PIC 999 VALUE 0.
       01  Proposte-Elencate PIC 999 VALUE 0.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 0500-LEGGI-ANNO-CORRENTE
           PERFORM 9700-CARICA-CATALOGO
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "PROPOSTE DI VOTO PER LO SCRUTINIO"
               DISPLAY "1: Inserisci proposte per classe e materia"
               DISPLAY "2: Elenco proposte di una classe"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-INSERISCI-PROPOSTE
                   WHEN 2 PERFORM 3000-ELENCO-PROPOSTE
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      *Paragrafo 0500-LEGGI-ANNO-CORRENTE: l'anno scolastico in
      *corso da ANNO-CORRENTE.DAT, scritto su ogni proposta
       0500-LEGGI-ANNO-CORRENTE.
           OPEN INPUT FileAnno
           IF FS-FileAnno = "00"
               READ FileAnno
                   NOT AT END
                       MOVE FileAnno-Record TO Anno-Corrente
               END-READ
               CLOSE FileAnno
           END-IF.

      *Paragrafo 1000-INSERISCI-PROPOSTE: sigla, classe, periodo e
      *materia, poi una proposta per ogni studente attivo della
      *classe
       1000-INSERISCI-PROPOSTE.
           DISPLAY "Sigla del docente proponente: "
           ACCEPT Docente-Sigla
           DISPLAY "Classe (es. 3A): "
           ACCEPT Classe-Scelta
           DISPLAY "Periodo (1-4): "
           ACCEPT Periodo-Scelto
           DISPLAY "Materia: "
           PERFORM 9730-CHIEDI-MATERIA
           MOVE Materia-Codice TO Materia-Scelta
           MOVE "N" TO Materia-Giudizio
           IF Materia-Scala-Cat = "R" OR Materia-Scala-Cat = "A"
               MOVE "Y" TO Materia-Giudizio
           END-IF
           PERFORM 1100-VALIDA-DOCENTE
      *Una materia non riconosciuta finirebbe nel file come testo
      *libero, magari troncato e comune a piu' materie
           IF NOT Materia-Risolta
               DISPLAY "Materia non riconosciuta a catalogo, "
                   "proposte non accettate"
           ELSE IF Docente-Valido NOT = "Y"
               DISPLAY "Sigla non censita in DOCENTI.DAT, proposte "
                   "non accettate"
           ELSE IF Periodo-Scelto < 1 OR Periodo-Scelto > 4
               DISPLAY "Periodo non valido"
           ELSE IF Docente-Insegna NOT = "Y"
                   AND Cattedra-Titolare NOT = SPACES
               DISPLAY "La cattedra di " Materia-Scelta " in "
                   Classe-Scelta " e' di " Cattedra-Titolare
                   " e non c'e' una supplenza in corso: proposte "
                   "non accettate"
           ELSE
      *Nessuna cattedra registrata per classe e materia e materia
      *non tra quelle dell'anagrafica del docente: si chiede
      *conferma invece di rifiutare
               MOVE "S" TO Risposta
               IF Docente-Insegna NOT = "Y"
                   DISPLAY "Il docente " DC-Cognome(1:20)
                       " non risulta assegnato a " Materia-Scelta
                   DISPLAY "Proseguire comunque? (S/N): "
                   ACCEPT Risposta
               END-IF
               IF Risposta = "S" OR Risposta = "s"
                   PERFORM 2000-GIRO-CLASSE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *Paragrafo 1100-VALIDA-DOCENTE: la sigla deve esistere in
      *DOCENTI.DAT; si annota anche se insegna la materia nella
      *classe: titolare oggi della cattedra in CATTEDRE.DAT o, se
      *nessuna cattedra copre classe e materia, materia tra le sue
      *in anagrafica; una supplenza in corso su classe e materia
      *vale quanto la cattedra
       1100-VALIDA-DOCENTE.
           MOVE "N" TO Docente-Valido
           MOVE "N" TO Docente-Insegna
           MOVE SPACES TO Cattedra-Titolare
           OPEN INPUT Docenti
           IF FS-Docenti NOT = "00"
               DISPLAY "DOCENTI.DAT non presente"
           ELSE
               MOVE Docente-Sigla TO DC-Sigla
               READ Docenti
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO Docente-Valido
               END-READ
               CLOSE Docenti
           END-IF
           IF Docente-Valido = "Y"
               ACCEPT Data-Oggi FROM DATE YYYYMMDD
               PERFORM 1150-CERCA-TITOLARE-CATTEDRA
               IF Cattedra-Titolare NOT = SPACES
                   IF Cattedra-Titolare = Docente-Sigla
                       MOVE "Y" TO Docente-Insegna
                   END-IF
               ELSE
                   MOVE 0 TO Docente-Materie-Idx
                   PERFORM 5 TIMES
                       ADD 1 TO Docente-Materie-Idx
                       IF DC-Materia(Docente-Materie-Idx)
                               = Materia-Scelta
                               AND Materia-Scelta NOT = SPACES
                           MOVE "Y" TO Docente-Insegna
                       END-IF
                   END-PERFORM
               END-IF
               IF Docente-Insegna NOT = "Y"
                   PERFORM 1170-CONTROLLA-SUPPLENZA
                   IF Supplenza-Attiva = "Y"
                       MOVE "Y" TO Docente-Insegna
                       DISPLAY "Supplenza in corso: sigla accettata"
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 1150-CERCA-TITOLARE-CATTEDRA: chi e' oggi titolare
      *della cattedra di materia e classe scelte? Le cattedre di una
      *classe e materia non si sovrappongono, quindi la risposta e'
      *una sola (in bianco se nessuna cattedra copre la data o se
      *il registro delle cattedre non c'e')
       1150-CERCA-TITOLARE-CATTEDRA.
           MOVE SPACES TO Cattedra-Titolare
           OPEN INPUT FileCattedre
           IF FS-FileCattedre = "00"
               MOVE "N" TO Fine-Cattedre
               PERFORM UNTIL Fine-Cattedre = "S"
                   READ FileCattedre
                       AT END
                           MOVE "S" TO Fine-Cattedre
                       NOT AT END
                           IF CT-Classe = Classe-Scelta
                                   AND CT-Materia = Materia-Scelta
                                   AND CT-Dal <= Data-Oggi
                                   AND CT-Al >= Data-Oggi
                               MOVE CT-Docente TO Cattedra-Titolare
                               MOVE "S" TO Fine-Cattedre
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileCattedre
           END-IF.

      *Paragrafo 1170-CONTROLLA-SUPPLENZA: la sigla digitata e'
      *supplente registrato (SUPPLENZE.DAT) per la materia nella
      *classe scelte, con la data odierna dentro l'intervallo della
      *supplenza?
       1170-CONTROLLA-SUPPLENZA.
           MOVE "N" TO Supplenza-Attiva
           OPEN INPUT FileSupplenze
           IF FS-FileSupplenze = "00"
               MOVE "N" TO Fine-Supplenze
               PERFORM UNTIL Fine-Supplenze = "S"
                   READ FileSupplenze
                       AT END
                           MOVE "S" TO Fine-Supplenze
                       NOT AT END
                           IF SU-Supplente = Docente-Sigla
                                   AND SU-Materia = Materia-Scelta
                                   AND SU-Classe = Classe-Scelta
                                   AND Data-Oggi >= SU-Inizio
                                   AND Data-Oggi <= SU-Fine
                               MOVE "Y" TO Supplenza-Attiva
                               MOVE "S" TO Fine-Supplenze
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileSupplenze
           END-IF.

      *Paragrafo 2000-GIRO-CLASSE: la rosa della classe per chiave
      *ST-Classe, ritirati esclusi; per ognuno media e proposta
       2000-GIRO-CLASSE.
           MOVE 0 TO Proposte-Scritte
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
           ELSE
           MOVE "N" TO Medie-Aperte
           OPEN INPUT FileMedie
           IF FS-FileMedie = "00"
               MOVE "Y" TO Medie-Aperte
           END-IF
           OPEN EXTEND FileProposte
           IF FS-FileProposte NOT = "00"
               OPEN OUTPUT FileProposte
           END-IF
           MOVE Classe-Scelta TO ST-Classe
           START Studenti KEY IS NOT LESS THAN ST-Classe
               INVALID KEY MOVE "S" TO Fine-Studenti
               NOT INVALID KEY MOVE "N" TO Fine-Studenti
           END-START
           PERFORM UNTIL Fine-Studenti = "S"
               READ Studenti NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Studenti
                   NOT AT END
                       IF ST-Classe NOT = Classe-Scelta
                           MOVE "S" TO Fine-Studenti
                       ELSE
                           IF NOT ST-Ritirato-Si
                               PERFORM 2100-PROPOSTA-STUDENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FileProposte
           IF Medie-Aperte = "Y"
               CLOSE FileMedie
           END-IF
           CLOSE Studenti
           DISPLAY "Proposte registrate: " Proposte-Scritte
           MOVE SPACES TO Audit-Descrizione
           STRING "Proposte voto " DELIMITED BY SIZE
               Classe-Scelta DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               Docente-Sigla DELIMITED BY SPACE
               " n. " DELIMITED BY SIZE
               Proposte-Scritte DELIMITED BY SIZE
               INTO Audit-Descrizione
           PERFORM 9000-SCRIVI-AUDIT
           END-IF.

      *Paragrafo 2100-PROPOSTA-STUDENTE: media del periodo per la
      *materia e proposta intera da 0 a 10 (99 = salta); per le
      *materie a giudizio il codice del giudizio da 1 a 5, solo se
      *lo studente se ne avvale nell'anno
       2100-PROPOSTA-STUDENTE.
           MOVE "N" TO Materia-Non-Scelta
           IF Materia-Giudizio = "Y"
               MOVE ST-ID TO Studente-Scelta
               PERFORM 2070-CONTROLLA-SCELTA
           END-IF
           IF Materia-Non-Scelta = "Y"
               DISPLAY ST-Cognome(1:25) " " ST-Nome(1:15)
                   " non si avvale di questa materia nell'anno"
               MOVE 99 TO Proposta-Voto
           ELSE IF Materia-Giudizio = "Y"
               PERFORM 2150-PROPOSTA-GIUDIZIO
           ELSE
               PERFORM 2200-MEDIA-MATERIA
               PERFORM 2120-PROPOSTA-VOTO
           END-IF
           END-IF
           IF Proposta-Voto NOT = 99
               MOVE ST-ID TO PV-ID-Studente
               MOVE Classe-Scelta TO PV-Classe
               MOVE Periodo-Scelto TO PV-Periodo
               MOVE Materia-Scelta TO PV-Materia
               MOVE Docente-Sigla TO PV-Docente
               MOVE Proposta-Voto TO PV-Voto
               MOVE Data-Oggi TO PV-Data
               MOVE Anno-Corrente TO PV-Anno-Scolastico
               WRITE FileProposte-Record
               ADD 1 TO Proposte-Scritte
           END-IF.

      *Paragrafo 2070-CONTROLLA-SCELTA: la scelta dell'anno di
      *Studente-Scelta (l'ultima riga di SCELTE-IRC.DAT vince)
      *coincide con la scala della materia?
       2070-CONTROLLA-SCELTA.
           MOVE SPACE TO Scelta-Irc
           OPEN INPUT FileScelteIrc
           IF FS-FileScelteIrc = "00"
               MOVE "N" TO Fine-Scelte-Irc
               PERFORM UNTIL Fine-Scelte-Irc = "S"
                   READ FileScelteIrc
                       AT END
                           MOVE "S" TO Fine-Scelte-Irc
                       NOT AT END
                           IF SI-ID-Studente = Studente-Scelta
                                   AND SI-Anno = Anno-Corrente
                               MOVE SI-Scelta TO Scelta-Irc
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileScelteIrc
           END-IF
           IF Scelta-Irc = Materia-Scala-Cat
               MOVE "N" TO Materia-Non-Scelta
           ELSE
               MOVE "Y" TO Materia-Non-Scelta
           END-IF.

      *Paragrafo 2120-PROPOSTA-VOTO: media e voto proposto
       2120-PROPOSTA-VOTO.
           IF cont > 0
               MOVE media TO media-for
               DISPLAY ST-Cognome(1:25) " " ST-Nome(1:15)
                   " media " media-for " (" cont " voti)"
           ELSE
               DISPLAY ST-Cognome(1:25) " " ST-Nome(1:15)
                   " nessun voto nel periodo"
           END-IF
           DISPLAY "Voto proposto (0-10, 99 = salta): "
           ACCEPT Proposta-Voto
           PERFORM UNTIL Proposta-Voto = 99 OR Proposta-Voto <= 10
               DISPLAY "Voto non valido: intero tra 0 e 10"
               DISPLAY "Voto proposto (0-10, 99 = salta): "
               ACCEPT Proposta-Voto
           END-PERFORM.

      *Paragrafo 2150-PROPOSTA-GIUDIZIO: materia a giudizio, niente
      *media (i giudizi non ne fanno); si propone il codice del
      *giudizio
       2150-PROPOSTA-GIUDIZIO.
           DISPLAY ST-Cognome(1:25) " " ST-Nome(1:15)
           DISPLAY "Giudizio proposto (1 insufficiente, 2 sufficiente,"
               " 3 buono, 4 distinto, 5 ottimo; 99 = salta): "
           ACCEPT Proposta-Voto
           PERFORM UNTIL Proposta-Voto = 99
                   OR (Proposta-Voto >= 1 AND Proposta-Voto <= 5)
               DISPLAY "Giudizio non valido: codice tra 1 e 5"
               DISPLAY "Giudizio proposto (1-5, 99 = salta): "
               ACCEPT Proposta-Voto
           END-PERFORM.

      *Paragrafo 2200-MEDIA-MATERIA: media pesata e numero di voti
      *dello studente nel periodo e materia scelti, dalla riga di
      *MEDIE.DAT (nessuna riga = nessun voto nel periodo)
       2200-MEDIA-MATERIA.
           MOVE 0 TO cont
           MOVE 0 TO media
           IF Medie-Aperte = "Y"
               MOVE ST-ID TO ME-ID-Studente
               MOVE Periodo-Scelto TO ME-Periodo
               MOVE Materia-Scelta TO ME-Materia
               READ FileMedie
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ME-Cont-Voti TO cont
                       MOVE ME-Media-Pesata TO media
               END-READ
           END-IF.

      *Paragrafo 3000-ELENCO-PROPOSTE: le proposte registrate per
      *una classe e un periodo, nell'ordine di inserimento
       3000-ELENCO-PROPOSTE.
           DISPLAY "Classe (es. 3A): "
           ACCEPT Classe-Scelta
           DISPLAY "Periodo (1-4): "
           ACCEPT Periodo-Scelto
           MOVE 0 TO Proposte-Elencate
           OPEN INPUT FileProposte
           IF FS-FileProposte NOT = "00"
               DISPLAY "Nessuna proposta registrata"
           ELSE
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileProposte
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF PV-Classe = Classe-Scelta
                                   AND PV-Periodo = Periodo-Scelto
                                   AND PV-Anno-Scolastico
                                       = Anno-Corrente
                               PERFORM 3100-RIGA-PROPOSTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileProposte
               DISPLAY "Proposte elencate: " Proposte-Elencate
           END-IF.

      *Paragrafo 3100-RIGA-PROPOSTA: una proposta dell'elenco; per
      *le materie a giudizio la parola del giudizio
       3100-RIGA-PROPOSTA.
           ADD 1 TO Proposte-Elencate
           MOVE PV-Materia TO Materia-Codice
           PERFORM 9720-CERCA-NOME-MATERIA
           IF (Materia-Scala-Cat = "R" OR Materia-Scala-Cat = "A")
                   AND PV-Voto >= 1 AND PV-Voto <= 5
               MOVE Giudizio-Parola(PV-Voto) TO Giudizio-Proposto
               DISPLAY PV-ID-Studente " "
                   Materia-Nome-Esteso(1:30) " "
                   Giudizio-Proposto " ("
                   PV-Docente ") " PV-Data
           ELSE
               DISPLAY PV-ID-Studente " "
                   Materia-Nome-Esteso(1:30) " "
                   PV-Voto " ("
                   PV-Docente ") " PV-Data
           END-IF.

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

      *Paragrafo 9000-SCRIVI-AUDIT: accoda una riga data/ora/
      *descrizione ad AUDIT.LOG
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

      *Paragrafo 9710-RISOLVI-MATERIA: codice della materia
      *Da quanto digitato in Materia-Input (codice, nome completo
      *o nome troncato ai 20 caratteri dei vecchi tracciati) al
      *codice da scrivere nei file. Esito C codice o nome esatto,
      *T nome troncato riconosciuto, A nome troncato comune a piu'
      *materie, I materia sconosciuta. Una materia a catalogo senza
      *codice resta scritta per nome
       9710-RISOLVI-MATERIA.
           MOVE SPACES TO Materia-Codice
           MOVE Materia-Input TO Materia-Nome-Esteso
           MOVE SPACE TO Materia-Scala-Cat
           MOVE "I" TO Materia-Esito
           MOVE 0 TO Cat-Scelta
           MOVE 0 TO Cat-Idx
           PERFORM UNTIL Cat-Idx >= Cat-Cont OR Cat-Scelta > 0
               ADD 1 TO Cat-Idx
               IF Materia-Input = Cat-Nome(Cat-Idx)
                   MOVE Cat-Idx TO Cat-Scelta
               END-IF
               IF Cat-Codice(Cat-Idx) NOT = SPACES
                       AND Materia-Input = Cat-Codice(Cat-Idx)
                   MOVE Cat-Idx TO Cat-Scelta
               END-IF
           END-PERFORM
           IF Cat-Scelta > 0
               MOVE "C" TO Materia-Esito
           ELSE
               IF Materia-Input NOT = SPACES
                       AND Materia-Input(21:60) = SPACES
                   MOVE 0 TO Cat-Trovati
                   MOVE 0 TO Cat-Idx
                   PERFORM UNTIL Cat-Idx >= Cat-Cont
                       ADD 1 TO Cat-Idx
                       IF Cat-Nome(Cat-Idx)(1:20)
                               = Materia-Input(1:20)
                           ADD 1 TO Cat-Trovati
                           MOVE Cat-Idx TO Cat-Scelta
                       END-IF
                   END-PERFORM
                   IF Cat-Trovati = 1
                       MOVE "T" TO Materia-Esito
                   ELSE IF Cat-Trovati > 1
                       MOVE "A" TO Materia-Esito
                       MOVE 0 TO Cat-Scelta
                   END-IF
                   END-IF
               END-IF
           END-IF
           IF Cat-Scelta > 0
               IF Cat-Codice(Cat-Scelta) NOT = SPACES
                   MOVE Cat-Codice(Cat-Scelta) TO Materia-Codice
               ELSE
                   MOVE Cat-Nome(Cat-Scelta) TO Materia-Codice
               END-IF
               MOVE Cat-Nome(Cat-Scelta) TO Materia-Nome-Esteso
               MOVE Cat-Scala(Cat-Scelta) TO Materia-Scala-Cat
           END-IF.

      *Paragrafo 9720-CERCA-NOME-MATERIA: nome della materia
      *Il nome completo e la scala della materia il cui codice e' in
      *Materia-Codice, per la stampa; se il codice non e' a catalogo
      *resta quanto scritto nel file
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

      *Paragrafo 9730-CHIEDI-MATERIA: materia digitata
      *Codice o nome della materia, ridotto al codice in
      *Materia-Codice; non risolto (o senza catalogo) vale quanto
      *digitato
       9730-CHIEDI-MATERIA.
           ACCEPT Materia-Input
           PERFORM 9710-RISOLVI-MATERIA
           IF NOT Materia-Risolta
               MOVE Materia-Input TO Materia-Codice
               IF Materia-Ambigua
                   DISPLAY "Nome comune a piu' materie: indicare il "
                       "codice o il nome completo"
               END-IF
           END-IF.

       END PROGRAM ProposteVoto.
