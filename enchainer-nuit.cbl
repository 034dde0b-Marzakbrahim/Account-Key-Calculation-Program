       IDENTIFICATION DIVISION.
       PROGRAM-ID. enchainer-nuit.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Enchainement de la nuit en etapes numerotees : 1 calcul des
      *    cles (un appelant-cle par flux), 2 fusion des flux, 3
      *    verification de l'echange partenaire, 4 accuses de
      *    reception, 5 synthese du journal, 6 archivage des fichiers
      *    de la nuit en generation datee. Une etape ne demarre que
      *    si la precedente a laisse TERMINE dans le journal commun des
      *    passages (et, pour le calcul et la fusion, une
      *    reconciliation OK dans le rapport de controle) : la fusion
      *    n'est plus jamais lancee sur un flux a moitie fini. L'etat
      *    de la nuit est tenu dans TAB-NUM-ENCHAINEMENT.txt ; relance
      *    apres un arret, le programme repart de l'etape en echec
      *    sans rejouer celles deja terminees. Voir Resoudre-Noms pour
      *    le repertoire, configurable par TAB_NUM_DIR.
           SELECT TAB-NUM-ENCHAINEMENT ASSIGN TO DYNAMIC
                       WS-NOM-ENCHAINEMENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst
                .

      *    Journal commun des passages, relu (jamais ecrit) : c'est la
      *    ligne TERMINE ou ABANDONNE de chaque programme qui dit si
      *    l'etape a reussi.
           SELECT TAB-NUM-JOURNAL ASSIGN TO DYNAMIC WS-NOM-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst2
                .

      *    Rapport de controle d'un flux (TAB-NUM-CONTROLE-Fnn.txt) ou
      *    de la fusion (TAB-NUM-CONTROLE.txt), relu pour sa ligne de
      *    RECONCILIATION.
           SELECT TAB-NUM-CONTROLE ASSIGN TO DYNAMIC WS-NOM-CONTROLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst3
                .

      *    Date metier de la journee en cours (voir
      *    Structure-date-metier.txt) : elle date le travail du passage
      *    a la place de l'horloge du systeme.
           SELECT TAB-NUM-DATE-METIER ASSIGN TO DYNAMIC
                       WS-NOM-DATE-METIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst4
                .
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD TAB-NUM-ENCHAINEMENT.
      * Etat de la nuit, un seul enregistrement reecrit apres chaque
      * etape : date de la nuit, nombre de flux, derniere etape
      * terminee, statut ('C' en cours, 'A' arretee sur incident, 'T'
      * terminee) et, pour l'etape de calcul, un indicateur par flux
      * ('O' termine et reconcilie) -- un flux deja termine n'est pas
      * relance a la reprise.
       01 ENCHAINEMENT-REC.
           05 ENC-DATE                           PIC X(8).
           05 ENC-SEP1                           PIC X(3).
           05 ENC-NB-FLUX                        PIC 9(2).
           05 ENC-SEP2                           PIC X(3).
           05 ENC-ETAPE                          PIC 9(1).
           05 ENC-SEP3                           PIC X(3).
           05 ENC-STATUT                         PIC X(1).
           05 ENC-SEP4                           PIC X(3).
           05 ENC-FLUX-FAITS                     PIC X(99).

       FD TAB-NUM-JOURNAL.
      * Ligne du journal commun des passages -- structure partagee par
      * copybook avec les programmes de la chaine, qui l'ecrivent.
       01 JOURNAL-REC.
           COPY 'Structure-journal.txt'.

       FD TAB-NUM-CONTROLE.
      * Meme dessin que le rapport ecrit par appelant-cle.cbl et
      * fusionner-flux.cbl :
       01 CONTROLE-REC.
           05 CTL-LIBELLE                        PIC X(36).
           05 CTL-DEUX-POINTS                    PIC X(3).
           05 CTL-VALEUR                         PIC 9(18).
           05 CTL-VALEUR-TEXTE REDEFINES CTL-VALEUR PIC X(18).

       FD TAB-NUM-DATE-METIER.
       01 DATE-METIER-REC.
           COPY 'Structure-date-metier.txt'.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      * Déclaration des variables.

      * Etat de la nuit en memoire (voir ENCHAINEMENT-REC) :
       01 WS-DATE-NUIT                                    PIC X(8).
       01 ETAPE-FAITE                                     PIC 9(1).
       01 ETAPE-COURANTE                                  PIC 9(1).
       01 TAB-FLUX-FAITS.
           05 FLUX-FAIT OCCURS 99 TIMES                   PIC X(1).

      * Nombre de flux de l'etape de calcul : 1er argument (1 par
      * defaut). A la reprise d'une nuit inachevee c'est le nombre
      * memorise qui vaut ; un argument different est refuse plutot
      * que de fusionner des flux d'un autre decoupage.
       01 NB-FLUX                                         PIC 9(2)
                                                      VALUE 1.
       01 NB-FLUX-ARGUMENT                                PIC 9(2).
       01 NUM-FLUX                                        PIC 9(2).
       01 INDICE-FLUX                                     PIC 9(3).
       01 WS-ARGUMENT                                     PIC X(10).

       01 Reprise-Switch                                  PIC X(1).
           88 REPRISE-OUI VALUE 'O'.
           88 REPRISE-NON VALUE 'N'.

       01 Chaine-Switch                                   PIC X(1).
           88 CHAINE-EN-COURS VALUE 'C'.
           88 CHAINE-ARRETEE  VALUE 'A'.
       01 WS-MOTIF-ARRET                                  PIC X(60).

      * Synthese de la nuit en INCIDENT (code retour 4 de
      * resumer-journal) : la nuit est terminee, mais le code retour
      * du programme le signale.
       01 Synthese-Switch                                 PIC X(1).
           88 SYNTHESE-OK       VALUE 'O'.
           88 SYNTHESE-INCIDENT VALUE 'I'.

      * Lancement des programmes : repertoire des executables
      * (TAB_NUM_BIN, a blanc = recherche par le PATH), commande
      * construite pour chaque etape et code retour du systeme.
       01 WS-REP-BIN                                      PIC X(50).
       01 WS-PREFIXE-BIN                                  PIC X(51).
       01 WS-COMMANDE                                     PIC X(200).
       01 WS-RC-SYSTEME                       PIC S9(9) COMP-5.
      * Code retour d'une etape, pour le motif d'arret.
       01 WS-RC-AFFICHE                                   PIC -(4)9.

      * Flux de calcul lances en parallele (TAB_NUM_PARALLELE=O) :
      * chaque appelant-cle part en arriere-plan (suffixe " &" du
      * shell) et l'enchainement attend, en relisant le journal toutes
      * les WS-DELAI-ATTENTE secondes, que chaque flux ait ecrit sa
      * ligne TERMINE ou ABANDONNE -- au plus TAB_NUM_ATTENTE_MAX
      * minutes (600 par defaut). Par defaut les flux sont lances l'un
      * apres l'autre.
       01 Parallele-Switch                                PIC X(1).
           88 PARALLELE-OUI VALUE 'O'.
           88 PARALLELE-NON VALUE 'N'.
       01 WS-DELAI-ATTENTE                                PIC 9(3)
                                                      VALUE 30.
       01 WS-ATTENTE-MAX                                  PIC 9(3)
                                                      VALUE 600.
       01 WS-ATTENTE-SECONDES                             PIC 9(8).
       01 WS-ATTENTE-MAX-SECONDES                         PIC 9(8).
       01 NB-FLUX-EN-ATTENTE                              PIC 9(3).

      * Releve du journal : lignes presentes avant le lancement d'une
      * etape (seules les lignes posterieures comptent pour elle), et
      * dernier evenement vu par flux pour le programme attendu.
       01 COMPTEUR-LIGNES-JOURNAL                         PIC 9(10).
       01 REPERE-JOURNAL                                  PIC 9(10).
       01 WS-PROGRAMME-ATTENDU                            PIC X(15).
       01 TAB-EVENEMENTS.
           05 EVT-FLUX OCCURS 99 TIMES                    PIC X(10).
       01 TAB-FLUX-LANCES.
           05 FLUX-LANCE OCCURS 99 TIMES                  PIC X(1).

       01 Reconciliation-Switch                           PIC X(1).
           88 RECONCILIATION-OK VALUE 'O'.
           88 RECONCILIATION-KO VALUE 'K'.

       01 EOF-Switch                                      PIC X(1).
           88 FIN-OUI VALUE 'Y'.
           88 FIN-NON VALUE 'X'.
       01 L-Fst                                           PIC 99.
       01 L-Fst2                                          PIC 99.
       01 L-Fst3                                          PIC 99.
       01 L-Fst4                                          PIC 99.
      * Verdict de la lecture de la date metier (voir
      * Lire-Date-Metier).
       01 Date-Metier-Switch                              PIC X(1).
           88 DATE-METIER-ADMISE   VALUE 'A'.
           88 DATE-METIER-REFUSEE  VALUE 'R'.

       01 WS-DATE-JOUR                                    PIC X(8).

      * Noms de fichiers resolus au demarrage -- voir Resoudre-Noms.
       01 WS-NOM-ENCHAINEMENT                             PIC X(60).
       01 WS-NOM-JOURNAL                                  PIC X(60).
       01 WS-NOM-CONTROLE                                 PIC X(60).
       01 WS-NOM-DATE-METIER                              PIC X(60).

      * Repertoire des fichiers de donnees : par defaut le repertoire
      * historique, mais un site peut le deplacer en positionnant la
      * variable d'environnement TAB_NUM_DIR avant de lancer le
      * traitement.
       01 WS-REP-BASE                                     PIC X(50).
       01 WS-VAR-ENV                                      PIC X(50).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

      *********************
       PROGRAMME-PRINCIPAL.
      *********************

      *-----------------------------------------------------------------
      * Déroulement général du programme.
           PERFORM INITIALISATION-DEB           THRU INITIALISATION-FIN
           PERFORM TRAITEMENT                   THRU FIN-TRAITEMENT
           PERFORM FIN

           .
      *-----------------------------------------------------------------


      ********************
       INITIALISATION-DEB.
      ********************

           INITIALIZE TAB-FLUX-FAITS
                      TAB-EVENEMENTS
                      TAB-FLUX-LANCES
                      ETAPE-FAITE
                      ETAPE-COURANTE
                      NB-FLUX-ARGUMENT
                      L-Fst
                      L-Fst2
                      L-Fst3
                      L-Fst4

           SET CHAINE-EN-COURS TO TRUE
           SET SYNTHESE-OK TO TRUE
           SET REPRISE-NON TO TRUE
           MOVE SPACES TO WS-MOTIF-ARRET

           PERFORM Resoudre-Noms THRU FIN-Resoudre-Noms
           PERFORM Lire-Options THRU FIN-Lire-Options

      *    La nuit porte la date de la journee metier ouverte : sans
      *    date metier, ou journee deja close, aucune etape n'est
      *    lancee.
           PERFORM Lire-Date-Metier THRU FIN-Lire-Date-Metier

      *    1er argument = nombre de flux de calcul ; 2eme argument
      *    NOUVELLE = abandonner l'etat d'une nuit inachevee et tout
      *    reprendre a l'etape 1 (decision d'exploitation, tracee a la
      *    console).
           MOVE SPACES TO WS-ARGUMENT
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARGUMENT FROM ARGUMENT-VALUE
           IF WS-ARGUMENT NOT = SPACES
               MOVE WS-ARGUMENT TO NB-FLUX-ARGUMENT
           END-IF

           PERFORM Lire-Etat THRU FIN-Lire-Etat

           MOVE SPACES TO WS-ARGUMENT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARGUMENT FROM ARGUMENT-VALUE
           IF WS-ARGUMENT = "NOUVELLE" AND REPRISE-OUI
               DISPLAY "NUIT DU " WS-DATE-NUIT " ABANDONNEE A L'ETAPE "
                       ETAPE-FAITE " SUR DEMANDE : NOUVELLE NUIT"
               SET REPRISE-NON TO TRUE
           END-IF

           IF REPRISE-OUI
      *        Une nuit inachevee d'une journee metier deja close ne
      *        se reprend pas sous la date du jour : l'exploitation
      *        decide explicitement de repartir (NOUVELLE).
               IF WS-DATE-NUIT NOT = WS-DATE-JOUR
                   DISPLAY "NUIT DU " WS-DATE-NUIT " INACHEVEE, "
                           "JOURNEE METIER DU " WS-DATE-JOUR
                           " : REPRISE REFUSEE (RELANCER AVEC NOUVELLE)"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF NB-FLUX-ARGUMENT NOT = ZERO
                  AND NB-FLUX-ARGUMENT NOT = NB-FLUX
                   DISPLAY "NUIT DU " WS-DATE-NUIT " INACHEVEE EN "
                           NB-FLUX " FLUX : REPRISE EN "
                           NB-FLUX-ARGUMENT " FLUX REFUSEE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "REPRISE DE LA NUIT DU " WS-DATE-NUIT
                       " APRES L'ETAPE " ETAPE-FAITE
           ELSE
               MOVE WS-DATE-JOUR TO WS-DATE-NUIT
               MOVE ZERO TO ETAPE-FAITE
               INITIALIZE TAB-FLUX-FAITS
               MOVE 1 TO NB-FLUX
               IF NB-FLUX-ARGUMENT NOT = ZERO
                   MOVE NB-FLUX-ARGUMENT TO NB-FLUX
               END-IF
           END-IF
           PERFORM Ecrire-Etat THRU FIN-Ecrire-Etat

           DISPLAY '*********************************'
           DISPLAY '***  Enchainement de la NUIT  ***'
           DISPLAY '*********************************'
           DISPLAY 'NUIT DU ' WS-DATE-NUIT ' EN ' NB-FLUX ' FLUX'
           .
      *-----------------------------------------------------------------

      **************************
       INITIALISATION-FIN. EXIT.
      **************************

      **************
       Resoudre-Noms.
      **************
      *    Meme convention que les traitements batch : repertoire
      *    historique par defaut, deplacable par TAB_NUM_DIR sans
      *    recompilation.
           MOVE "C:/Users/HP/Downloads" TO WS-REP-BASE
           MOVE SPACES TO WS-VAR-ENV
           DISPLAY "TAB_NUM_DIR" UPON ENVIRONMENT-NAME
           ACCEPT WS-VAR-ENV FROM ENVIRONMENT-VALUE
           IF WS-VAR-ENV NOT = SPACES
               MOVE WS-VAR-ENV TO WS-REP-BASE
           END-IF

           MOVE SPACES TO WS-NOM-ENCHAINEMENT
                          WS-NOM-JOURNAL
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-ENCHAINEMENT.txt" DELIMITED BY SIZE
               INTO WS-NOM-ENCHAINEMENT
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-JOURNAL.txt" DELIMITED BY SIZE
               INTO WS-NOM-JOURNAL
           MOVE SPACES TO WS-NOM-DATE-METIER
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-DATE-METIER.txt" DELIMITED BY SIZE
               INTO WS-NOM-DATE-METIER
           .
      ******************
       FIN-Resoudre-Noms. EXIT.
      ******************

      *****************
       Lire-Date-Metier.
      *****************
      *    La nuit est datee de la journee metier ouverte, pas de
      *    l'horloge du systeme. Fichier absent, vide, ou journee deja
      *    close : l'enchainement est refuse avant de lancer la moindre
      *    etape (chaque programme de la chaine ferait de meme).
           MOVE SPACES TO WS-DATE-JOUR
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           SET DATE-METIER-REFUSEE TO TRUE
           OPEN INPUT TAB-NUM-DATE-METIER
           IF L-Fst4 NOT = ZERO
               DISPLAY "PAS DE DATE METIER (STATUT " L-Fst4
                       ") : ENCHAINEMENT REFUSE"
           ELSE
               READ TAB-NUM-DATE-METIER
                   AT END
                       DISPLAY "DATE METIER VIDE : ENCHAINEMENT REFUSE"
                   NOT AT END
                       IF DTM-OUVERTE
                           MOVE DTM-DATE TO WS-DATE-JOUR
                           SET DATE-METIER-ADMISE TO TRUE
                       ELSE
                           DISPLAY "JOURNEE DU " DTM-DATE
                                   " DEJA CLOSE : ENCHAINEMENT REFUSE"
                       END-IF
               END-READ
               CLOSE TAB-NUM-DATE-METIER
           END-IF
           IF DATE-METIER-REFUSEE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *********************
       FIN-Lire-Date-Metier. EXIT.
      *********************

      *************
       Lire-Options.
      *************
      *    TAB_NUM_BIN : repertoire des executables de la chaine (a
      *    blanc, ils sont cherches par le PATH). TAB_NUM_PARALLELE=O :
      *    flux de calcul lances en parallele. TAB_NUM_ATTENTE_MAX :
      *    attente maximale des flux paralleles, en minutes.
           MOVE SPACES TO WS-REP-BIN
                          WS-PREFIXE-BIN
           DISPLAY "TAB_NUM_BIN" UPON ENVIRONMENT-NAME
           ACCEPT WS-REP-BIN FROM ENVIRONMENT-VALUE
           IF WS-REP-BIN NOT = SPACES
               STRING WS-REP-BIN DELIMITED BY SPACE
                       "/" DELIMITED BY SIZE
                   INTO WS-PREFIXE-BIN
           END-IF

           SET PARALLELE-NON TO TRUE
           MOVE SPACES TO WS-VAR-ENV
           DISPLAY "TAB_NUM_PARALLELE" UPON ENVIRONMENT-NAME
           ACCEPT WS-VAR-ENV FROM ENVIRONMENT-VALUE
           IF WS-VAR-ENV(1:1) = "O" OR WS-VAR-ENV(1:1) = "o"
               SET PARALLELE-OUI TO TRUE
           END-IF

           MOVE SPACES TO WS-VAR-ENV
           DISPLAY "TAB_NUM_ATTENTE_MAX" UPON ENVIRONMENT-NAME
           ACCEPT WS-VAR-ENV FROM ENVIRONMENT-VALUE
           IF WS-VAR-ENV(1:3) IS NUMERIC
               MOVE WS-VAR-ENV(1:3) TO WS-ATTENTE-MAX
           ELSE
               IF WS-VAR-ENV(1:2) IS NUMERIC
                  AND WS-VAR-ENV(3:1) = SPACE
                   MOVE WS-VAR-ENV(1:2) TO WS-ATTENTE-MAX
               ELSE
                   IF WS-VAR-ENV(1:1) IS NUMERIC
                      AND WS-VAR-ENV(2:1) = SPACE
                       MOVE WS-VAR-ENV(1:1) TO WS-ATTENTE-MAX
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-ATTENTE-MAX-SECONDES = WS-ATTENTE-MAX * 60
           .
      *****************
       FIN-Lire-Options. EXIT.
      *****************

      **********
       Lire-Etat.
      **********
      *    Pas d'etat (toute premiere nuit) ou nuit precedente terminee
      *    : nouvelle nuit. Sinon (en cours ou arretee) : reprise
      *    apres la derniere etape terminee.
           OPEN INPUT TAB-NUM-ENCHAINEMENT
           IF L-Fst NOT = ZERO
               GO TO FIN-Lire-Etat
           END-IF
           READ TAB-NUM-ENCHAINEMENT
               AT END
                   CONTINUE
               NOT AT END
                   IF ENC-STATUT NOT = "T"
                       SET REPRISE-OUI TO TRUE
                       MOVE ENC-DATE TO WS-DATE-NUIT
                       MOVE ENC-NB-FLUX TO NB-FLUX
                       MOVE ENC-ETAPE TO ETAPE-FAITE
                       MOVE ENC-FLUX-FAITS TO TAB-FLUX-FAITS
                   END-IF
           END-READ
           CLOSE TAB-NUM-ENCHAINEMENT
           .
      **************
       FIN-Lire-Etat. EXIT.
      **************

      ************
       TRAITEMENT.
      ************
      *    Les etapes deja terminees lors d'un passage precedent de la
      *    meme nuit sont sautees ; la premiere en echec arrete la
      *    chaine.
           IF ETAPE-FAITE < 1
               PERFORM Etape-Calcul THRU FIN-Etape-Calcul
               IF CHAINE-ARRETEE
                   GO TO FIN-TRAITEMENT
               END-IF
           END-IF
           IF ETAPE-FAITE < 2
               PERFORM Etape-Fusion THRU FIN-Etape-Fusion
               IF CHAINE-ARRETEE
                   GO TO FIN-TRAITEMENT
               END-IF
           END-IF
           IF ETAPE-FAITE < 3
               PERFORM Etape-Verification THRU FIN-Etape-Verification
               IF CHAINE-ARRETEE
                   GO TO FIN-TRAITEMENT
               END-IF
           END-IF
           IF ETAPE-FAITE < 4
               PERFORM Etape-Accuses THRU FIN-Etape-Accuses
               IF CHAINE-ARRETEE
                   GO TO FIN-TRAITEMENT
               END-IF
           END-IF
           IF ETAPE-FAITE < 5
               PERFORM Etape-Synthese THRU FIN-Etape-Synthese
               IF CHAINE-ARRETEE
                   GO TO FIN-TRAITEMENT
               END-IF
           END-IF
           IF ETAPE-FAITE < 6
               PERFORM Etape-Archivage THRU FIN-Etape-Archivage
           END-IF
           .
      ****************
       FIN-TRAITEMENT. EXIT.
      ****************

      *************
       Etape-Calcul.
      *************
      *    Etape 1 : un appelant-cle par flux non encore termine, puis
      *    attente de la ligne finale de chacun dans le journal. Un
      *    flux n'est tenu pour termine que sur TERMINE ET
      *    reconciliation OK de son rapport de controle ; un flux en
      *    echec sera seul relance a la reprise (il repart alors de son
      *    propre point de controle).
           MOVE 1 TO ETAPE-COURANTE
           DISPLAY 'ETAPE 1 : CALCUL DES CLES (' NB-FLUX ' FLUX)'
           PERFORM Compter-Lignes-Journal
                   THRU FIN-Compter-Lignes-Journal
           MOVE COMPTEUR-LIGNES-JOURNAL TO REPERE-JOURNAL
           INITIALIZE TAB-FLUX-LANCES

           PERFORM VARYING NUM-FLUX FROM 0 BY 1
                   UNTIL NUM-FLUX NOT < NB-FLUX
               COMPUTE INDICE-FLUX = NUM-FLUX + 1
               IF FLUX-FAIT(INDICE-FLUX) NOT = "O"
                   PERFORM Lancer-Flux THRU FIN-Lancer-Flux
               END-IF
           END-PERFORM

           MOVE "appelant" TO WS-PROGRAMME-ATTENDU
           PERFORM Attendre-Flux THRU FIN-Attendre-Flux

           PERFORM VARYING NUM-FLUX FROM 0 BY 1
                   UNTIL NUM-FLUX NOT < NB-FLUX
               COMPUTE INDICE-FLUX = NUM-FLUX + 1
               IF FLUX-LANCE(INDICE-FLUX) = "O"
                   PERFORM Juger-Flux THRU FIN-Juger-Flux
               END-IF
           END-PERFORM

           IF CHAINE-EN-COURS
               MOVE 1 TO ETAPE-FAITE
           END-IF
           PERFORM Ecrire-Etat THRU FIN-Ecrire-Etat
           .
      *****************
       FIN-Etape-Calcul. EXIT.
      *****************

      ************
       Lancer-Flux.
      ************
           MOVE SPACES TO WS-COMMANDE
           IF PARALLELE-OUI
               STRING WS-PREFIXE-BIN DELIMITED BY SPACE
                       "appelant-cle " DELIMITED BY SIZE
                       NUM-FLUX DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       NB-FLUX DELIMITED BY SIZE
                       " &" DELIMITED BY SIZE
                   INTO WS-COMMANDE
           ELSE
               STRING WS-PREFIXE-BIN DELIMITED BY SPACE
                       "appelant-cle " DELIMITED BY SIZE
                       NUM-FLUX DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       NB-FLUX DELIMITED BY SIZE
                   INTO WS-COMMANDE
           END-IF
           DISPLAY '  LANCEMENT : ' WS-COMMANDE
           MOVE "O" TO FLUX-LANCE(INDICE-FLUX)
           CALL "SYSTEM" USING WS-COMMANDE RETURNING WS-RC-SYSTEME
           .
      ****************
       FIN-Lancer-Flux. EXIT.
      ****************

      **************
       Attendre-Flux.
      **************
      *    Relit le journal jusqu'a ce que chaque flux lance ait ecrit
      *    sa ligne finale (TERMINE ou ABANDONNE). En lancement
      *    sequentiel le premier releve suffit (chaque flux a rendu la
      *    main avant le suivant) ; en parallele on patiente, sans
      *    depasser l'attente maximale -- un flux mort sans ligne
      *    finale est alors traite comme un echec.
           MOVE ZERO TO WS-ATTENTE-SECONDES
           PERFORM Relever-Journal THRU FIN-Relever-Journal
           PERFORM Compter-Flux-En-Attente
                   THRU FIN-Compter-Flux-En-Attente
           IF PARALLELE-OUI
               PERFORM UNTIL NB-FLUX-EN-ATTENTE = ZERO
                          OR WS-ATTENTE-SECONDES
                                 NOT < WS-ATTENTE-MAX-SECONDES
                   CALL "C$SLEEP" USING WS-DELAI-ATTENTE
                   ADD WS-DELAI-ATTENTE TO WS-ATTENTE-SECONDES
                   PERFORM Relever-Journal THRU FIN-Relever-Journal
                   PERFORM Compter-Flux-En-Attente
                           THRU FIN-Compter-Flux-En-Attente
               END-PERFORM
           END-IF
           IF NB-FLUX-EN-ATTENTE NOT = ZERO
               DISPLAY '  ATTENTE MAXIMALE ATTEINTE : '
                       NB-FLUX-EN-ATTENTE ' FLUX SANS LIGNE FINALE'
           END-IF
           .
      ******************
       FIN-Attendre-Flux. EXIT.
      ******************

      ************************
       Compter-Flux-En-Attente.
      ************************
           MOVE ZERO TO NB-FLUX-EN-ATTENTE
           PERFORM VARYING INDICE-FLUX FROM 1 BY 1
                   UNTIL INDICE-FLUX > NB-FLUX
               IF FLUX-LANCE(INDICE-FLUX) = "O"
                  AND EVT-FLUX(INDICE-FLUX) NOT = "TERMINE"
                  AND EVT-FLUX(INDICE-FLUX) NOT = "ABANDONNE"
                   ADD 1 TO NB-FLUX-EN-ATTENTE
               END-IF
           END-PERFORM
           .
      ****************************
       FIN-Compter-Flux-En-Attente. EXIT.
      ****************************

      ***********
       Juger-Flux.
      ***********
      *    TERMINE puis reconciliation OK du rapport de controle du
      *    flux (suffixe -Fnn en traitement reparti, nom historique en
      *    flux unique, comme dans appelant-cle.cbl).
           IF EVT-FLUX(INDICE-FLUX) NOT = "TERMINE"
               MOVE "N" TO FLUX-FAIT(INDICE-FLUX)
               SET CHAINE-ARRETEE TO TRUE
               MOVE SPACES TO WS-MOTIF-ARRET
               STRING "FLUX " DELIMITED BY SIZE
                       NUM-FLUX DELIMITED BY SIZE
                       " NON TERMINE (" DELIMITED BY SIZE
                       EVT-FLUX(INDICE-FLUX) DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                   INTO WS-MOTIF-ARRET
               DISPLAY '  ' WS-MOTIF-ARRET
               GO TO FIN-Juger-Flux
           END-IF
           MOVE SPACES TO WS-NOM-CONTROLE
           IF NB-FLUX > 1
               STRING WS-REP-BASE DELIMITED BY SPACE
                       "/TAB-NUM-CONTROLE-F" DELIMITED BY SIZE
                       NUM-FLUX DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                   INTO WS-NOM-CONTROLE
           ELSE
               STRING WS-REP-BASE DELIMITED BY SPACE
                       "/TAB-NUM-CONTROLE.txt" DELIMITED BY SIZE
                   INTO WS-NOM-CONTROLE
           END-IF
           PERFORM Lire-Reconciliation THRU FIN-Lire-Reconciliation
           IF RECONCILIATION-OK
               MOVE "O" TO FLUX-FAIT(INDICE-FLUX)
               DISPLAY '  FLUX ' NUM-FLUX ' TERMINE, RECONCILIATION OK'
           ELSE
               MOVE "N" TO FLUX-FAIT(INDICE-FLUX)
               SET CHAINE-ARRETEE TO TRUE
               MOVE SPACES TO WS-MOTIF-ARRET
               STRING "FLUX " DELIMITED BY SIZE
                       NUM-FLUX DELIMITED BY SIZE
                       " : RECONCILIATION EN ECHEC" DELIMITED BY SIZE
                   INTO WS-MOTIF-ARRET
               DISPLAY '  ' WS-MOTIF-ARRET
           END-IF
           .
      ***************
       FIN-Juger-Flux. EXIT.
      ***************

      *************
       Etape-Fusion.
      *************
      *    Etape 2 : fusion des flux, seulement en traitement reparti
      *    -- en flux unique l'appelant a deja ecrit les fichiers
      *    definitifs. Elle n'est atteinte que si TOUS les flux sont
      *    termines et reconcilies.
           MOVE 2 TO ETAPE-COURANTE
           IF NB-FLUX NOT > 1
               DISPLAY 'ETAPE 2 : FUSION SANS OBJET (FLUX UNIQUE)'
               MOVE 2 TO ETAPE-FAITE
               PERFORM Ecrire-Etat THRU FIN-Ecrire-Etat
               GO TO FIN-Etape-Fusion
           END-IF
           DISPLAY 'ETAPE 2 : FUSION DES FLUX'
           MOVE SPACES TO WS-COMMANDE
           STRING WS-PREFIXE-BIN DELIMITED BY SPACE
                   "fusionner-flux " DELIMITED BY SIZE
                   NB-FLUX DELIMITED BY SIZE
               INTO WS-COMMANDE
           MOVE "fusionner-flux" TO WS-PROGRAMME-ATTENDU
           PERFORM Executer-Etape THRU FIN-Executer-Etape
           IF CHAINE-ARRETEE
               GO TO FIN-Etape-Fusion
           END-IF
           MOVE SPACES TO WS-NOM-CONTROLE
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-CONTROLE.txt" DELIMITED BY SIZE
               INTO WS-NOM-CONTROLE
           PERFORM Lire-Reconciliation THRU FIN-Lire-Reconciliation
           IF RECONCILIATION-KO
               SET CHAINE-ARRETEE TO TRUE
               MOVE "FUSION : RECONCILIATION EN ECHEC" TO WS-MOTIF-ARRET
               DISPLAY '  ' WS-MOTIF-ARRET
               GO TO FIN-Etape-Fusion
           END-IF
           MOVE 2 TO ETAPE-FAITE
           PERFORM Ecrire-Etat THRU FIN-Ecrire-Etat
           .
      *****************
       FIN-Etape-Fusion. EXIT.
      *****************

      *******************
       Etape-Verification.
      *******************
           MOVE 3 TO ETAPE-COURANTE
           DISPLAY 'ETAPE 3 : VERIFICATION DE L ECHANGE PARTENAIRE'
           MOVE SPACES TO WS-COMMANDE
           STRING WS-PREFIXE-BIN DELIMITED BY SPACE
                   "verificateur-cle" DELIMITED BY SIZE
               INTO WS-COMMANDE
           MOVE "verificateur" TO WS-PROGRAMME-ATTENDU
           PERFORM Executer-Etape THRU FIN-Executer-Etape
           IF CHAINE-EN-COURS
               MOVE 3 TO ETAPE-FAITE
               PERFORM Ecrire-Etat THRU FIN-Ecrire-Etat
           END-IF
           .
      ***********************
       FIN-Etape-Verification. EXIT.
      ***********************

      **************
       Etape-Accuses.
      **************
           MOVE 4 TO ETAPE-COURANTE
           DISPLAY 'ETAPE 4 : ACCUSES DE RECEPTION'
           MOVE SPACES TO WS-COMMANDE
           STRING WS-PREFIXE-BIN DELIMITED BY SPACE
                   "traiter-accuses" DELIMITED BY SIZE
               INTO WS-COMMANDE
           MOVE "traiter-accuses" TO WS-PROGRAMME-ATTENDU
           PERFORM Executer-Etape THRU FIN-Executer-Etape
           IF CHAINE-EN-COURS
               MOVE 4 TO ETAPE-FAITE
               PERFORM Ecrire-Etat THRU FIN-Ecrire-Etat
           END-IF
           .
      ******************
       FIN-Etape-Accuses. EXIT.
      ******************

      ***************
       Etape-Synthese.
      ***************
      *    Etape 5 : synthese du journal pour la date de la nuit --
      *    resumer-journal n'ecrit pas dans le journal, c'est son code
      *    retour (4 = verdict INCIDENT) qui est exploite. La nuit
      *    passe a l'archivage dans les deux cas. Tout autre code
      *    (synthese en echec, programme introuvable) arrete la
      *    chaine : l'etape n'est pas marquee faite et la relance
      *    reprend a l'etape 5.
      *    CALL "SYSTEM" rend le statut d'attente du processus, code
      *    de sortie dans l'octet de poids fort (un code 4 arrive en
      *    1024) : on le ramene au code retour du programme avant de
      *    l'exploiter.
           MOVE 5 TO ETAPE-COURANTE
           DISPLAY 'ETAPE 5 : SYNTHESE DU JOURNAL'
           MOVE SPACES TO WS-COMMANDE
           STRING WS-PREFIXE-BIN DELIMITED BY SPACE
                   "resumer-journal " DELIMITED BY SIZE
                   WS-DATE-NUIT DELIMITED BY SIZE
               INTO WS-COMMANDE
           DISPLAY '  LANCEMENT : ' WS-COMMANDE
           CALL "SYSTEM" USING WS-COMMANDE RETURNING WS-RC-SYSTEME
           IF WS-RC-SYSTEME > 255
               DIVIDE WS-RC-SYSTEME BY 256 GIVING WS-RC-SYSTEME
           END-IF
           EVALUATE WS-RC-SYSTEME
               WHEN ZERO
                   CONTINUE
               WHEN 4
                   SET SYNTHESE-INCIDENT TO TRUE
                   DISPLAY '  VERDICT DE LA NUIT : INCIDENT (VOIR '
                           'TAB-NUM-SYNTHESE.txt)'
               WHEN OTHER
                   SET CHAINE-ARRETEE TO TRUE
                   MOVE WS-RC-SYSTEME TO WS-RC-AFFICHE
                   MOVE SPACES TO WS-MOTIF-ARRET
                   STRING "resumer-journal EN ECHEC (CODE RETOUR "
                               DELIMITED BY SIZE
                           WS-RC-AFFICHE DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                       INTO WS-MOTIF-ARRET
                   DISPLAY '  ' WS-MOTIF-ARRET
           END-EVALUATE
           IF CHAINE-EN-COURS
               MOVE 5 TO ETAPE-FAITE
               PERFORM Ecrire-Etat THRU FIN-Ecrire-Etat
           END-IF
           .
      *******************
       FIN-Etape-Synthese. EXIT.
      *******************

      ****************
       Etape-Archivage.
      ****************
      *    Etape 6 : les fichiers de la nuit sont copies en generation
      *    datee et inscrits au catalogue (gerer-generations.cbl), qui
      *    fait aussi expirer les plus anciennes. La nuit n'est
      *    terminee qu'une fois archivee.
           MOVE 6 TO ETAPE-COURANTE
           DISPLAY 'ETAPE 6 : ARCHIVAGE DES GENERATIONS'
           MOVE SPACES TO WS-COMMANDE
           STRING WS-PREFIXE-BIN DELIMITED BY SPACE
                   "gerer-generations A" DELIMITED BY SIZE
               INTO WS-COMMANDE
           MOVE "generations" TO WS-PROGRAMME-ATTENDU
           PERFORM Executer-Etape THRU FIN-Executer-Etape
           IF CHAINE-EN-COURS
               MOVE 6 TO ETAPE-FAITE
               PERFORM Ecrire-Etat THRU FIN-Ecrire-Etat
           END-IF
           .
      ********************
       FIN-Etape-Archivage. EXIT.
      ********************

      ***************
       Executer-Etape.
      ***************
      *    Etape a programme unique : reperage du journal, lancement de
      *    WS-COMMANDE, puis la derniere ligne ecrite depuis par
      *    WS-PROGRAMME-ATTENDU doit etre TERMINE.
           PERFORM Compter-Lignes-Journal
                   THRU FIN-Compter-Lignes-Journal
           MOVE COMPTEUR-LIGNES-JOURNAL TO REPERE-JOURNAL
           DISPLAY '  LANCEMENT : ' WS-COMMANDE
           CALL "SYSTEM" USING WS-COMMANDE RETURNING WS-RC-SYSTEME
           PERFORM Relever-Journal THRU FIN-Relever-Journal
           IF EVT-FLUX(1) NOT = "TERMINE"
               SET CHAINE-ARRETEE TO TRUE
               MOVE SPACES TO WS-MOTIF-ARRET
               STRING WS-PROGRAMME-ATTENDU DELIMITED BY SPACE
                       " NON TERMINE (" DELIMITED BY SIZE
                       EVT-FLUX(1) DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                   INTO WS-MOTIF-ARRET
               DISPLAY '  ' WS-MOTIF-ARRET
           END-IF
           .
      *******************
       FIN-Executer-Etape. EXIT.
      *******************

      ***********************
       Compter-Lignes-Journal.
      ***********************
      *    Nombre de lignes du journal avant le lancement d'une etape
      *    : seules les lignes suivantes lui sont imputees. Pas encore
      *    de journal (statut 35) : zero.
           MOVE ZERO TO COMPTEUR-LIGNES-JOURNAL
           OPEN INPUT TAB-NUM-JOURNAL
           IF L-Fst2 NOT = ZERO
               GO TO FIN-Compter-Lignes-Journal
           END-IF
           SET FIN-NON TO TRUE
           PERFORM UNTIL FIN-OUI
               READ TAB-NUM-JOURNAL
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       ADD 1 TO COMPTEUR-LIGNES-JOURNAL
               END-READ
           END-PERFORM
           CLOSE TAB-NUM-JOURNAL
           .
      ***************************
       FIN-Compter-Lignes-Journal. EXIT.
      ***************************

      ****************
       Relever-Journal.
      ****************
      *    Dernier evenement de WS-PROGRAMME-ATTENDU, par flux, parmi
      *    les lignes ecrites apres REPERE-JOURNAL.
           INITIALIZE TAB-EVENEMENTS
           MOVE ZERO TO COMPTEUR-LIGNES-JOURNAL
           OPEN INPUT TAB-NUM-JOURNAL
           IF L-Fst2 NOT = ZERO
               GO TO FIN-Relever-Journal
           END-IF
           SET FIN-NON TO TRUE
           PERFORM UNTIL FIN-OUI
               READ TAB-NUM-JOURNAL
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       ADD 1 TO COMPTEUR-LIGNES-JOURNAL
                       IF COMPTEUR-LIGNES-JOURNAL > REPERE-JOURNAL
                          AND JRN-PROGRAMME = WS-PROGRAMME-ATTENDU
                          AND JRN-FLUX < 99
                           COMPUTE INDICE-FLUX = JRN-FLUX + 1
                           MOVE JRN-EVENEMENT TO EVT-FLUX(INDICE-FLUX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAB-NUM-JOURNAL
           .
      ********************
       FIN-Relever-Journal. EXIT.
      ********************

      ********************
       Lire-Reconciliation.
      ********************
      *    La derniere ligne RECONCILIATION du rapport WS-NOM-CONTROLE
      *    doit valoir OK ; rapport absent ou sans cette ligne : KO.
           SET RECONCILIATION-KO TO TRUE
           OPEN INPUT TAB-NUM-CONTROLE
           IF L-Fst3 NOT = ZERO
               DISPLAY '  RAPPORT DE CONTROLE INACCESSIBLE (STATUT '
                       L-Fst3 ')'
               GO TO FIN-Lire-Reconciliation
           END-IF
           SET FIN-NON TO TRUE
           PERFORM UNTIL FIN-OUI
               READ TAB-NUM-CONTROLE
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       IF CTL-LIBELLE(1:14) = "RECONCILIATION"
                           IF CTL-VALEUR-TEXTE(1:2) = "OK"
                               SET RECONCILIATION-OK TO TRUE
                           ELSE
                               SET RECONCILIATION-KO TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAB-NUM-CONTROLE
           .
      ************************
       FIN-Lire-Reconciliation. EXIT.
      ************************

      ************
       Ecrire-Etat.
      ************
      *    Reecrit l'etat de la nuit : appele au demarrage et apres
      *    chaque etape, pour qu'une interruption du programme
      *    lui-meme laisse un point de reprise exact.
           OPEN OUTPUT TAB-NUM-ENCHAINEMENT
           MOVE WS-DATE-NUIT TO ENC-DATE
           MOVE " : " TO ENC-SEP1
           MOVE NB-FLUX TO ENC-NB-FLUX
           MOVE " : " TO ENC-SEP2
           MOVE ETAPE-FAITE TO ENC-ETAPE
           MOVE " : " TO ENC-SEP3
           IF ETAPE-FAITE = 6
               MOVE "T" TO ENC-STATUT
           ELSE
               IF CHAINE-ARRETEE
                   MOVE "A" TO ENC-STATUT
               ELSE
                   MOVE "C" TO ENC-STATUT
               END-IF
           END-IF
           MOVE " : " TO ENC-SEP4
           MOVE TAB-FLUX-FAITS TO ENC-FLUX-FAITS
           WRITE ENCHAINEMENT-REC
           IF L-Fst NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst
           END-IF
           CLOSE TAB-NUM-ENCHAINEMENT
           .
      *****************
       FIN-Ecrire-Etat. EXIT.
      *****************

      *****
       FIN.
      *****
      * Compte rendu et code retour : 8 chaine arretee (a relancer
      * pour reprendre a l'etape en echec), 4 nuit terminee avec une
      * synthese en INCIDENT, 0 nuit terminee sans incident.
           IF CHAINE-ARRETEE
               DISPLAY 'CHAINE ARRETEE A L ETAPE ' ETAPE-COURANTE ' : '
                       WS-MOTIF-ARRET
               DISPLAY 'RELANCER ENCHAINER-NUIT POUR REPRENDRE A '
                       'CETTE ETAPE'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'NUIT DU ' WS-DATE-NUIT ' TERMINEE'
               IF SYNTHESE-INCIDENT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'Fin de traitement.'
           STOP RUN.

       END PROGRAM enchainer-nuit.
