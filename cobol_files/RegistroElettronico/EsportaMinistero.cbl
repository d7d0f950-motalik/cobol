      *degli studenti: seleziona un anno scolastico da
      *ARCHIVIO-STORICO.DAT, aggancia i dati anagrafici da
      *STUDENTI.DAT e scrive il tracciato ministeriale a colonne
      *fisse (record "D" di dettaglio, seguito dai record "V" con i
      *voti finali ratificati del periodo finale, record "T" di coda
      *con i conteggi e le somme di controllo di medie e voti), cosi'
      *il caricamento si produce e si quadra in un solo passaggio
      *invece di ribatterlo a mano dai report.
      *Ogni studente esce sotto il codice meccanografico del plesso
      *della sua classe (PLESSI.DAT, CLASSI.DAT): il codice e' su
      *ogni "D" e "V", e prima della coda un record "P" per plesso
      *riporta conteggi e somme di controllo del solo plesso.
      *Il "D" porta anche codice fiscale, data, luogo di nascita,
      *sesso e cittadinanza dall'anagrafica estesa
      *(ANAGRAFICA-ESTESA.DAT, StudentiMaster); chi non l'ha ancora
      *esce con quei campi in bianco ed e' contato a fine corsa.
      *Sui dati dell'ambiente di prova (AmbienteProva) non si esporta
      *nulla: il programma mostra la fascia AMBIENTE DI PROVA e si
      *ferma.
      *I voti finali delle materie a giudizio escono come "V" con il
      *codice del giudizio e il segno G, fuori da conteggi e somme
      *di controllo dei voti di plesso e di coda.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
      *Voti finali per materia ratificati dal consiglio
      *(VOTI-FINALI.DAT, scritti da ScrutinioConsiglio)
           SELECT FileVotiFinali ASSIGN TO 'VOTI-FINALI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileVotiFinali.
      *Plesso di ogni classe (ClassiManut) e codice meccanografico
      *di ogni plesso (PlessiManut)
           SELECT Classi ASSIGN TO 'CLASSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-Codice
               FILE STATUS IS FS-Classi.
           SELECT FilePlessi ASSIGN TO 'PLESSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PL-Codice
               FILE STATUS IS FS-FilePlessi.
      *Anagrafica estesa per matricola (StudentiMaster)
           SELECT AnagraficaEstesa ASSIGN TO 'ANAGRAFICA-ESTESA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AE-ID
               ALTERNATE RECORD KEY IS AE-Codice-Fiscale
                   WITH DUPLICATES
               FILE STATUS IS FS-AnagraficaEstesa.
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
           05  FA-Classe PIC X(4).
           05  FA-Media PIC 99V99.
           05  FA-Esito PIC X(9).
           05  FA-Voto-Diploma PIC 9(3).
           05  FA-Lode PIC X(1).
       FD  Studenti.
       01  Studenti-Record.
           05  ST-ID PIC 9(6).
      *trasferito ad altro istituto in corso d'anno
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
       FD  FileVotiFinali.
       01  FileVotiFinali-Record.
           05  VF-ID-Studente PIC 9(6).
           05  VF-Anno-Scolastico PIC X(9).
           05  VF-Classe PIC X(4).
           05  VF-Periodo PIC 9(1).
           05  VF-Materia PIC X(20).
           05  VF-Voto PIC 99.
           05  VF-Proposta PIC 99.
           05  VF-Media PIC 99V99.
           05  VF-Data PIC 9(8).
      *Tipo "G" per le materie a giudizio (religione cattolica,
      *attivita' alternativa): voto e proposta sono il codice del
      *giudizio da 1 (insufficiente) a 5 (ottimo) e non fanno media
           05  VF-Tipo PIC X(1).
      *Tracciato ministeriale a colonne fisse: "D" di dettaglio con
      *matricola, anagrafica, classe, anno, media a 4 cifre senza
      *virgola (due intere e due decimali) ed esito; "V" con il voto
      *finale ratificato di una materia (periodo finale dell'anno);
      *"P" di totale del plesso e "T" di coda con conteggio dei
      *dettagli, somma di controllo delle medie, conteggio dei voti
      *e loro somma di controllo; "D" e "V" portano il codice
      *meccanografico del plesso in coda
       FD  Classi.
       01  Classi-Record.
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).
       FD  FilePlessi.
       01  Plessi-Record.
           05  PL-Codice PIC X(4).
           05  PL-Denominazione PIC X(40).
           05  PL-Meccanografico PIC X(10).
           05  PL-Indirizzo PIC X(40).
           05  PL-Principale PIC X(1).
               88  PL-Principale-Si VALUE "S".
       FD  AnagraficaEstesa.
       01  AnagraficaEstesa-Record.
           05  AE-ID PIC 9(6).
           05  AE-Codice-Fiscale PIC X(16).
           05  AE-Data-Nascita PIC 9(8).
           05  AE-Luogo-Nascita PIC X(30).
           05  AE-Provincia-Nascita PIC X(2).
           05  AE-Sesso PIC X(1).
           05  AE-Cittadinanza PIC X(20).
       FD  FileOut.
       01  FileOut-Record.
           05  MN-Tipo PIC X(1).
           05  MN-Dati PIC X(178).
       01  FileOut-Dettaglio.
           05  MD-Tipo PIC X(1).
           05  MD-Matricola PIC 9(6).
           05  MD-Anno PIC X(9).
           05  MD-Media PIC 9(2)V99.
           05  MD-Esito PIC X(9).
           05  MD-Meccanografico PIC X(10).
           05  MD-Codice-Fiscale PIC X(16).
           05  MD-Data-Nascita PIC 9(8).
           05  MD-Sesso PIC X(1).
           05  MD-Luogo-Nascita PIC X(30).
           05  MD-Cittadinanza PIC X(20).
           05  FILLER PIC X(1).
       01  FileOut-Voto.
           05  MV-Tipo PIC X(1).
           05  MV-Matricola PIC 9(6).
           05  MV-Anno PIC X(9).
           05  MV-Materia PIC X(20).
           05  MV-Voto PIC 99.
           05  MV-Meccanografico PIC X(10).
      *"G" se MV-Voto e' il codice di giudizio (1-5) di una materia
      *a giudizio: fuori da conteggi e somme dei voti
           05  MV-Giudizio PIC X(1).
           05  FILLER PIC X(130).
       01  FileOut-Plesso.
           05  MP-Tipo PIC X(1).
           05  MP-Meccanografico PIC X(10).
           05  MP-Conteggio PIC 9(6).
           05  MP-Somma-Medie PIC 9(7)V99.
           05  MP-Conteggio-Voti PIC 9(6).
           05  MP-Somma-Voti PIC 9(7).
           05  FILLER PIC X(140).
       01  FileOut-Coda.
           05  MT-Tipo PIC X(1).
           05  MT-Conteggio PIC 9(6).
           05  MT-Somma-Medie PIC 9(7)V99.
           05  MT-Conteggio-Voti PIC 9(6).
           05  MT-Somma-Voti PIC 9(7).
           05  FILLER PIC X(150).
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

       01  FS-Studenti PIC XX VALUE SPACES.
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
       01  FileOut-Filename PIC X(30) VALUE SPACES.
       01  Anno-Scelto PIC X(9) VALUE SPACES.
       01  Anno-Compatto PIC X(8) VALUE SPACES.
       01  Righe-Esportate PIC 9(6) VALUE 0.
       01  Somma-Medie PIC 9(7)V99 VALUE 0.
       01  Senza-Anagrafica PIC 9(4) VALUE 0.
      *Giudizi sospesi esportati prima dello scrutinio integrativo
       01  Esiti-Sospesi PIC 9(4) VALUE 0.
      *Voti finali ratificati esportati con i record "V"
       01  FS-FileVotiFinali PIC XX VALUE SPACES.
       01  Fine-Finali PIC X VALUE "N".
       01  Periodo-Finale PIC 9 VALUE 0.
       01  Voti-Esportati PIC 9(6) VALUE 0.
       01  Giudizi-Esportati PIC 9(6) VALUE 0.
       01  Somma-Voti PIC 9(7) VALUE 0.
      *Plessi e plesso di ogni classe in memoria; una classe senza
      *plesso vale come della sede principale
       01  FS-Classi PIC XX VALUE SPACES.
       01  FS-FilePlessi PIC XX VALUE SPACES.
       01  Fine-Plessi PIC X VALUE "N".
       01  Plessi-Tab.
           05  Plessi-Voce OCCURS 20 TIMES.
               10  PT-Codice PIC X(4).
               10  PT-Meccanografico PIC X(10).
               10  PT-Denominazione PIC X(40).
       01  Plessi-Cont PIC 99 VALUE 0.
       01  Plessi-Idx PIC 99 VALUE 0.
       01  Plesso-Principale PIC X(4) VALUE SPACES.
       01  Classi-Plesso-Tab.
           05  Classi-Plesso-Voce OCCURS 300 TIMES.
               10  CP-Classe PIC X(4).
               10  CP-Plesso PIC X(4).
       01  Classi-Plesso-Cont PIC 999 VALUE 0.
       01  Classi-Plesso-Idx PIC 999 VALUE 0.
       01  Classe-Cercata PIC X(4) VALUE SPACES.
       01  Plesso-Classe PIC X(4) VALUE SPACES.
       01  Plesso-Classe-Idx PIC 99 VALUE 0.
      *Totali per plesso, nella posizione del plesso in tabella;
      *l'ultima voce raccoglie chi non ha un plesso censito
       01  Totali-Plesso-Tab.
           05  Totali-Plesso OCCURS 21 TIMES.
               10  TP-Conteggio PIC 9(6).
               10  TP-Somma-Medie PIC 9(7)V99.
               10  TP-Conteggio-Voti PIC 9(6).
               10  TP-Somma-Voti PIC 9(7).
       01  Plesso-Export-Idx PIC 99 VALUE 0.
       01  Meccanografico-Export PIC X(10) VALUE SPACES.
       01  Senza-Plesso PIC 9(4) VALUE 0.
       01  FS-AnagraficaEstesa PIC XX VALUE SPACES.
       01  Estesa-Disponibile PIC X VALUE "N".
       01  Senza-Estesa PIC 9(4) VALUE 0.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
      *Dai dati dell'ambiente di prova non esce nulla verso
      *l'esterno
           IF Ambiente-Prova = "S"
               DISPLAY "Ambiente di prova: nessuna esportazione "
                   "verso il ministero"
               STOP RUN
           END-IF
           DISPLAY "Anno scolastico da esportare (es. 2025/2026): "
           ACCEPT Anno-Scelto
           PERFORM 9800-CARICA-PLESSI
           IF Plessi-Cont = 0
               DISPLAY "Attenzione: PLESSI.DAT assente o vuoto, "
                   "codice meccanografico in bianco"
           END-IF
           MOVE ZEROS TO Totali-Plesso-Tab
           OPEN INPUT FileArchivio
           IF FS-FileArchivio NOT = "00"
               DISPLAY "ARCHIVIO-STORICO.IDX non presente"
               CLOSE FileArchivio
               STOP RUN
           END-IF
           OPEN INPUT AnagraficaEstesa
           IF FS-AnagraficaEstesa = "00"
               MOVE "Y" TO Estesa-Disponibile
           ELSE
               DISPLAY "Attenzione: ANAGRAFICA-ESTESA.DAT assente, "
                   "codice fiscale e nascita in bianco"
           END-IF
      *Nome del file di upload: l'anno senza la barra
           MOVE Anno-Scelto(1:4) TO Anno-Compatto(1:4)
           MOVE Anno-Scelto(6:4) TO Anno-Compatto(5:4)
           END-PERFORM
           CLOSE FileArchivio
           CLOSE Studenti
           IF Estesa-Disponibile = "Y"
               CLOSE AnagraficaEstesa
           END-IF
           PERFORM 3000-SCRIVI-TOTALI-PLESSO
      *Record di coda con conteggio e somma di controllo
           MOVE SPACES TO FileOut-Coda
           MOVE "T" TO MT-Tipo
           MOVE Righe-Esportate TO MT-Conteggio
           MOVE Somma-Medie TO MT-Somma-Medie
           MOVE Voti-Esportati TO MT-Conteggio-Voti
           MOVE Somma-Voti TO MT-Somma-Voti
           WRITE FileOut-Coda
           CLOSE FileOut
           MOVE SPACES TO Audit-Descrizione
               INTO Audit-Descrizione
           PERFORM 9000-SCRIVI-AUDIT
           DISPLAY "Righe esportate: " Righe-Esportate
           DISPLAY "Voti finali esportati: " Voti-Esportati
           DISPLAY "Giudizi finali esportati: " Giudizi-Esportati
           IF Senza-Anagrafica > 0
               DISPLAY "Attenzione: " Senza-Anagrafica
                   " righe senza anagrafica (nome mancante)"
           END-IF
           IF Senza-Plesso > 0
               DISPLAY "Attenzione: " Senza-Plesso
                   " righe senza plesso censito (codice in bianco)"
           END-IF
           IF Senza-Estesa > 0
               DISPLAY "Attenzione: " Senza-Estesa
                   " righe senza anagrafica estesa (codice fiscale "
                   "in bianco)"
           END-IF
           IF Esiti-Sospesi > 0
               DISPLAY "Attenzione: " Esiti-Sospesi
                   " esiti SOSPESO in attesa di scrutinio integrativo"
           END-IF
           DISPLAY "Upload scritto su " FileOut-Filename
           STOP RUN.

           MOVE FA-Classe TO MD-Classe
           MOVE FA-Anno-Scolastico TO MD-Anno
           MOVE FA-Esito TO MD-Esito
           IF FA-Esito = "SOSPESO"
               ADD 1 TO Esiti-Sospesi
           END-IF
      *Plesso dalla classe dell'anno esportato
           MOVE FA-Classe TO Classe-Cercata
           PERFORM 9810-PLESSO-CLASSE
           IF Plesso-Classe-Idx > 0
               MOVE Plesso-Classe-Idx TO Plesso-Export-Idx
               MOVE PT-Meccanografico(Plesso-Classe-Idx)
                   TO Meccanografico-Export
           ELSE
               MOVE 21 TO Plesso-Export-Idx
               MOVE SPACES TO Meccanografico-Export
               ADD 1 TO Senza-Plesso
           END-IF
           MOVE Meccanografico-Export TO MD-Meccanografico
      *Anagrafica per matricola; se manca (studente anonimizzato o
      *purgato) restano i soli dati dell'archivio
           MOVE FA-ID-Studente TO ST-ID
                   MOVE ST-Cognome(1:30) TO MD-Cognome
                   MOVE ST-Nome(1:30) TO MD-Nome
           END-READ
      *Codice fiscale e nascita dall'anagrafica estesa
           MOVE 0 TO MD-Data-Nascita
           IF Estesa-Disponibile = "Y"
               MOVE FA-ID-Studente TO AE-ID
               READ AnagraficaEstesa
                   INVALID KEY
                       ADD 1 TO Senza-Estesa
                   NOT INVALID KEY
                       MOVE AE-Codice-Fiscale TO MD-Codice-Fiscale
                       MOVE AE-Data-Nascita TO MD-Data-Nascita
                       MOVE AE-Sesso TO MD-Sesso
                       MOVE AE-Luogo-Nascita TO MD-Luogo-Nascita
                       MOVE AE-Cittadinanza TO MD-Cittadinanza
                       IF AE-Codice-Fiscale = SPACES
                           ADD 1 TO Senza-Estesa
                       END-IF
               END-READ
           ELSE
               ADD 1 TO Senza-Estesa
           END-IF
      *La media dell'archivio indicizzato e' gia' numerica
           MOVE FA-Media TO MD-Media
           ADD FA-Media TO Somma-Medie
           WRITE FileOut-Dettaglio
           ADD 1 TO Righe-Esportate
           ADD 1 TO TP-Conteggio(Plesso-Export-Idx)
           ADD FA-Media TO TP-Somma-Medie(Plesso-Export-Idx)
           PERFORM 2100-ESPORTA-VOTI-FINALI.

      *Paragrafo 2100-ESPORTA-VOTI-FINALI: un record "V" per ogni
      *voto ratificato dal consiglio nel periodo finale dell'anno
      *(il periodo piu' alto ratificato per la matricola), letto da
      *VOTI-FINALI.DAT invece di ricalcolare medie da VOTI.DAT
       2100-ESPORTA-VOTI-FINALI.
           MOVE 0 TO Periodo-Finale
           OPEN INPUT FileVotiFinali
           IF FS-FileVotiFinali = "00"
               MOVE "N" TO Fine-Finali
               PERFORM UNTIL Fine-Finali = "S"
                   READ FileVotiFinali
                       AT END
                           MOVE "S" TO Fine-Finali
                       NOT AT END
                           IF VF-ID-Studente = FA-ID-Studente
                                   AND VF-Anno-Scolastico
                                       = FA-Anno-Scolastico
                                   AND VF-Periodo > Periodo-Finale
                               MOVE VF-Periodo TO Periodo-Finale
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileVotiFinali
           END-IF
           IF Periodo-Finale > 0
               PERFORM 2150-SCRIVI-VOTI-FINALI
           END-IF.

      *Paragrafo 2150-SCRIVI-VOTI-FINALI: i record "V" del periodo
      *finale della matricola
       2150-SCRIVI-VOTI-FINALI.
           OPEN INPUT FileVotiFinali
           MOVE "N" TO Fine-Finali
           PERFORM UNTIL Fine-Finali = "S"
               READ FileVotiFinali
                   AT END
                       MOVE "S" TO Fine-Finali
                   NOT AT END
                       IF VF-ID-Studente = FA-ID-Studente
                               AND VF-Anno-Scolastico
                                   = FA-Anno-Scolastico
                               AND VF-Periodo = Periodo-Finale
                           MOVE SPACES TO FileOut-Voto
                           MOVE "V" TO MV-Tipo
                           MOVE VF-ID-Studente TO MV-Matricola
                           MOVE VF-Anno-Scolastico TO MV-Anno
                           MOVE VF-Materia TO MV-Materia
                           MOVE VF-Voto TO MV-Voto
                           MOVE Meccanografico-Export
                               TO MV-Meccanografico
      *I giudizi escono marcati e restano fuori dalle somme di
      *controllo dei voti
                           IF VF-Tipo = "G"
                               MOVE "G" TO MV-Giudizio
                               WRITE FileOut-Voto
                               ADD 1 TO Giudizi-Esportati
                           ELSE
                               WRITE FileOut-Voto
                               ADD 1 TO Voti-Esportati
                               ADD VF-Voto TO Somma-Voti
                               ADD 1 TO TP-Conteggio-Voti
                                   (Plesso-Export-Idx)
                               ADD VF-Voto TO TP-Somma-Voti
                                   (Plesso-Export-Idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FileVotiFinali.

      *Paragrafo 3000-SCRIVI-TOTALI-PLESSO: un record "P" per ogni
      *plesso con righe esportate, nell'ordine di PLESSI.DAT, piu'
      *quello in bianco di chi non ha plesso; a video lo stesso
      *riepilogo per la quadratura
       3000-SCRIVI-TOTALI-PLESSO.
           MOVE 0 TO Plesso-Export-Idx
           PERFORM UNTIL Plesso-Export-Idx >= 21
               ADD 1 TO Plesso-Export-Idx
               IF TP-Conteggio(Plesso-Export-Idx) > 0
                   MOVE SPACES TO FileOut-Plesso
                   MOVE "P" TO MP-Tipo
                   IF Plesso-Export-Idx NOT > Plessi-Cont
                       MOVE PT-Meccanografico(Plesso-Export-Idx)
                           TO MP-Meccanografico
                   END-IF
                   MOVE TP-Conteggio(Plesso-Export-Idx)
                       TO MP-Conteggio
                   MOVE TP-Somma-Medie(Plesso-Export-Idx)
                       TO MP-Somma-Medie
                   MOVE TP-Conteggio-Voti(Plesso-Export-Idx)
                       TO MP-Conteggio-Voti
                   MOVE TP-Somma-Voti(Plesso-Export-Idx)
                       TO MP-Somma-Voti
                   WRITE FileOut-Plesso
                   DISPLAY "Plesso " MP-Meccanografico
                       " righe " MP-Conteggio
                       " voti " MP-Conteggio-Voti
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

      *Paragrafo 9000-SCRIVI-AUDIT: accoda una riga data/ora/
      *descrizione ad AUDIT.LOG
           WRITE FileAudit-Record
           CLOSE FileAudit.

      *Paragrafo 9800-CARICA-PLESSI: plessi di PLESSI.DAT, con la
      *sede principale, e plesso di ogni classe di CLASSI.DAT; senza
      *i file le tabelle restano vuote
       9800-CARICA-PLESSI.
           MOVE 0 TO Plessi-Cont
           MOVE SPACES TO Plesso-Principale
           OPEN INPUT FilePlessi
           IF FS-FilePlessi = "00"
               MOVE "N" TO Fine-Plessi
               PERFORM UNTIL Fine-Plessi = "S"
                   READ FilePlessi NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Plessi
                       NOT AT END
                           IF Plessi-Cont < 20
                               ADD 1 TO Plessi-Cont
                               MOVE PL-Codice TO PT-Codice(Plessi-Cont)
                               MOVE PL-Meccanografico
                                   TO PT-Meccanografico(Plessi-Cont)
                               MOVE PL-Denominazione
                                   TO PT-Denominazione(Plessi-Cont)
                           END-IF
                           IF PL-Principale-Si
                                   AND Plesso-Principale = SPACES
                               MOVE PL-Codice TO Plesso-Principale
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FilePlessi
           END-IF
           MOVE 0 TO Classi-Plesso-Cont
           OPEN INPUT Classi
           IF FS-Classi = "00"
               MOVE "N" TO Fine-Plessi
               PERFORM UNTIL Fine-Plessi = "S"
                   READ Classi NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Plessi
                       NOT AT END
                           IF Classi-Plesso-Cont < 300
                               ADD 1 TO Classi-Plesso-Cont
                               MOVE CL-Codice
                                   TO CP-Classe(Classi-Plesso-Cont)
                               MOVE CL-Plesso
                                   TO CP-Plesso(Classi-Plesso-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Classi
           END-IF.

      *Paragrafo 9810-PLESSO-CLASSE: plesso della classe in
      *Classe-Cercata (la sede principale se la classe non ne ha o
      *non e' censita) e sua posizione nella tabella dei plessi,
      *0 se il plesso non e' in PLESSI.DAT
       9810-PLESSO-CLASSE.
           MOVE SPACES TO Plesso-Classe
           MOVE 0 TO Plesso-Classe-Idx
           MOVE 0 TO Classi-Plesso-Idx
           PERFORM UNTIL Classi-Plesso-Idx >= Classi-Plesso-Cont
               ADD 1 TO Classi-Plesso-Idx
               IF CP-Classe(Classi-Plesso-Idx) = Classe-Cercata
                   MOVE CP-Plesso(Classi-Plesso-Idx) TO Plesso-Classe
                   MOVE Classi-Plesso-Cont TO Classi-Plesso-Idx
               END-IF
           END-PERFORM
           IF Plesso-Classe = SPACES
               MOVE Plesso-Principale TO Plesso-Classe
           END-IF
           MOVE 0 TO Plessi-Idx
           PERFORM UNTIL Plessi-Idx >= Plessi-Cont
               ADD 1 TO Plessi-Idx
               IF Plesso-Classe NOT = SPACES
                       AND PT-Codice(Plessi-Idx) = Plesso-Classe
                   MOVE Plessi-Idx TO Plesso-Classe-Idx
                   MOVE Plessi-Cont TO Plessi-Idx
               END-IF
           END-PERFORM.

       END PROGRAM EsportaMinistero.
