       IDENTIFICATION DIVISION.
       PROGRAM-ID. attribuer-numeros.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Attribution des numeros de compte aux agences : au lieu de
      *    choisir elles-memes un numero (que CLCCle rejette parfois,
      *    ou qui existe deja dans le maitre), les agences demandent
      *    ici le prochain numero libre de la plage configuree pour
      *    leur code agence et le type de compte. Le numero n'est
      *    attribue qu'a une agence ouverte du referentiel, sa cle est
      *    calculee par CLCCle a l'attribution, et il est reserve dans
      *    le maitre TAB-NUM-SORTIE-IDX pour ne jamais etre attribue
      *    deux fois. Chaque attribution (ou refus) est inscrite au
      *    registre TAB-NUM-ATTRIBUTIONS.txt, que les agences
      *    rapprochent de leurs ouvertures.
      *    Les demandes viennent du fichier TAB-NUM-DEMANDES-NUMEROS
      *    ou, pour une demande isolee, des arguments : code agence,
      *    type de compte, nombre de numeros (1 par defaut). A lancer
      *    hors de la chaine de nuit, qui ouvre le maitre en mise a
      *    jour. Voir Resoudre-Noms pour le repertoire, configurable
      *    par TAB_NUM_DIR.
           SELECT TAB-NUM-PLAGES ASSIGN TO DYNAMIC WS-NOM-PLAGES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst
                .

      *    Plages reecrites en fin de traitement avec leur dernier
      *    numero examine -- meme mecanique delete/rename que
      *    Tronquer-Fichiers-Reprise dans appelant-cle.cbl.
           SELECT TAB-NUM-PLAGES-TMP ASSIGN TO DYNAMIC
                       WS-NOM-PLAGES-TMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst2
                .

           SELECT TAB-NUM-DEMANDES ASSIGN TO DYNAMIC
                       WS-NOM-DEMANDES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst3
                .

           SELECT TAB-NUM-REF-AGENCES ASSIGN TO DYNAMIC
                       WS-NOM-REF-AGENCES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AGR-CODE
               FILE STATUS IS L-Fst4
                .

      *    Maitre permanent : un numero qui y figure deja (calcule ou
      *    reserve) n'est jamais attribue, et le numero attribue y est
      *    ecrit a l'etat reserve.
           SELECT TAB-NUM-SORTIE-IDX ASSIGN TO DYNAMIC
                       WS-NOM-SORTIE-IDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SORTIE-MUN-IDX
               FILE STATUS IS L-Fst5
                .

      *    Index de derniere cle de l'historique : un numero qui a deja
      *    eu une cle (compte purge depuis) n'est pas reattribue.
           SELECT TAB-NUM-HISTORIQUE-IDX ASSIGN TO DYNAMIC
                       WS-NOM-HISTORIQUE-IDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIS-NUM-IDX
               FILE STATUS IS L-Fst6
                .

      *    Registre permanent des attributions, complete a chaque
      *    execution (jamais ecrase).
           SELECT TAB-NUM-ATTRIBUTIONS ASSIGN TO DYNAMIC
                       WS-NOM-ATTRIBUTIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst7
                .

      *    Date metier de la journee en cours (voir
      *    Structure-date-metier.txt) : elle date le travail du passage
      *    a la place de l'horloge du systeme.
           SELECT TAB-NUM-DATE-METIER ASSIGN TO DYNAMIC
                       WS-NOM-DATE-METIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst8
                .
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD TAB-NUM-PLAGES.
      * Une plage par ligne et par couple (agence, type de compte),
      * saisie par l'administration des comptes : premier et dernier
      * numero de la plage, et dernier numero examine (zeros pour une
      * plage neuve) -- c'est ce dernier qui garantit qu'un numero
      * n'est jamais propose deux fois, meme apres une purge.
       01 PLAGE-ENR.
           05 PLA-AGENCE                         PIC X(5).
           05 PLA-SEP1                           PIC X(3).
           05 PLA-TYPE                           PIC X(1).
           05 PLA-SEP2                           PIC X(3).
           05 PLA-DEBUT                          PIC 9(10).
           05 PLA-SEP3                           PIC X(3).
           05 PLA-FIN                            PIC 9(10).
           05 PLA-SEP4                           PIC X(3).
           05 PLA-DERNIER                        PIC 9(10).

       FD TAB-NUM-PLAGES-TMP.
       01 PLAGE-TMP-ENR                          PIC X(48).

       FD TAB-NUM-DEMANDES.
      * Une demande par ligne : code agence, type de compte, nombre de
      * numeros demandes, et qui les demande (repris au registre).
       01 DEMANDE-ENR.
           05 DEM-AGENCE                         PIC X(5).
           05 DEM-TYPE                           PIC X(1).
           05 DEM-NOMBRE                         PIC 9(3).
           05 DEM-DEMANDEUR                      PIC X(20).

       FD TAB-NUM-REF-AGENCES.
      * Une agence du reseau, cle = code agence -- meme dessin que
      * dans gerer-agences.cbl, qui entretient ce fichier :
       01 REF-AGENCE-ENR.
           05 AGR-CODE                           PIC X(5).
           05 AGR-NOM                            PIC X(30).
           05 AGR-STATUT                         PIC X(1).
               88 AGR-OUVERTE VALUE 'O'.
               88 AGR-FERMEE  VALUE 'F'.
           05 AGR-DATE-FERMETURE                 PIC X(8).

       FD TAB-NUM-SORTIE-IDX.
      * Meme structure que dans appelant-cle.cbl, cle = numero de
      * compte :
       01 SORTIE-CLE-ET-NUM-IDX.
           05 SORTIE-MUN-IDX                     PIC 9(10).
           05 SORTIE-CLE-IDX                     PIC 9(1).
           05 SORTIE-AGENCE-IDX                  PIC X(5).
           05 SORTIE-TYPE-IDX                    PIC X(1).
           05 SORTIE-ETAT-IDX                    PIC X(1).
               88 SORTIE-CALCULEE-IDX VALUE ' '.
               88 SORTIE-RESERVEE-IDX VALUE 'R'.
           05 SORTIE-CLE-RIB-IDX                 PIC 9(2).
           05 SORTIE-IBAN-IDX                    PIC X(27).

       FD TAB-NUM-HISTORIQUE-IDX.
       01 HISTORIQUE-IDX-ENR.
           05 HIS-NUM-IDX                        PIC 9(10).
           05 HIS-CLE-IDX                        PIC 9(1).

       FD TAB-NUM-ATTRIBUTIONS.
      * Une ligne par numero attribue, ou par demande refusee (numero
      * et cle a blanc, motif renseigne) :
       01 ATTRIBUTION-REC.
           05 ATT-DATE                           PIC X(8).
           05 ATT-SEP1                           PIC X(3).
           05 ATT-DEMANDEUR                      PIC X(20).
           05 ATT-SEP2                           PIC X(3).
           05 ATT-AGENCE                         PIC X(5).
           05 ATT-SEP3                           PIC X(3).
           05 ATT-TYPE                           PIC X(1).
           05 ATT-SEP4                           PIC X(3).
           05 ATT-NUM                            PIC X(10).
           05 ATT-SEP5                           PIC X(3).
           05 ATT-CLE                            PIC X(1).
           05 ATT-SEP6                           PIC X(3).
           05 ATT-STATUT                         PIC X(8).
           05 ATT-SEP7                           PIC X(3).
           05 ATT-MOTIF                          PIC X(30).

       FD TAB-NUM-DATE-METIER.
       01 DATE-METIER-REC.
           COPY 'Structure-date-metier.txt'.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      * Déclaration des variables.

       01 WS-Num-Cle-Err.
           COPY 'Structure-clcl-cle.txt'.

      * Plages chargees en memoire au demarrage, mises a jour au fil
      * des attributions et reecrites en fin de traitement.
       01 MAX-PLAGES                                      PIC 9(3)
                                                      VALUE 500.
       01 NB-PLAGES                                       PIC 9(3).
       01 TAB-PLAGES.
           05 PLAGE-ENTRY OCCURS 500 TIMES.
               10 TPL-AGENCE                             PIC X(5).
               10 TPL-TYPE                               PIC X(1).
               10 TPL-DEBUT                              PIC 9(10).
               10 TPL-FIN                                PIC 9(10).
               10 TPL-DERNIER                            PIC 9(10).
       01 INDICE-PLAGE                                    PIC 9(3).
       01 Plage-Switch                                    PIC X(1).
           88 PLAGE-TROUVEE VALUE 'T'.
           88 PLAGE-ABSENTE VALUE 'A'.

      * Demande en cours, qu'elle vienne du fichier ou des arguments.
       01 WS-DEM-AGENCE                                   PIC X(5).
       01 WS-DEM-TYPE                                     PIC X(1).
       01 WS-DEM-NOMBRE                                   PIC 9(3).
       01 WS-DEM-DEMANDEUR                                PIC X(20).
       01 WS-NB-ATTRIBUES-DEMANDE                         PIC 9(3).

      * Numero candidat et verdict de son examen.
       01 WS-CANDIDAT                                     PIC 9(10).
       01 Candidat-Switch                                 PIC X(1).
           88 CANDIDAT-LIBRE   VALUE 'L'.
           88 CANDIDAT-ECARTE  VALUE 'E'.
       01 Recherche-Switch                                PIC X(1).
           88 RECHERCHE-FINIE    VALUE 'Y'.
           88 RECHERCHE-EN-COURS VALUE 'X'.

      * Disponibilite des fichiers permanents consultes.
       01 Referentiel-Switch                              PIC X(1).
           88 REFERENTIEL-PRESENT VALUE 'P'.
           88 REFERENTIEL-ABSENT  VALUE 'A'.
       01 Historique-Switch                               PIC X(1).
           88 HISTORIQUE-PRESENT VALUE 'P'.
           88 HISTORIQUE-ABSENT  VALUE 'A'.

      * Mode de fonctionnement : fichier de demandes, ou demande
      * isolee passee en arguments.
       01 WS-ARGUMENT                                     PIC X(10).
       01 Mode-Switch                                     PIC X(1).
           88 MODE-FICHIER  VALUE 'F'.
           88 MODE-ARGUMENT VALUE 'A'.

      * Version de l'algorithme de cle, comme pour l'appelant : la
      * formule historique par defaut, TAB_NUM_VERSION_CLE a '2' pour
      * l'algorithme revise.
       01 WS-VAR-ENV-VERSION                              PIC X(50).

       01 WS-MOTIF                                        PIC X(30).
       01 COMPTEUR-DEMANDES                               PIC 9(10).
       01 COMPTEUR-ATTRIBUES                              PIC 9(10).
       01 COMPTEUR-REFUS                                  PIC 9(10).
       01 COMPTEUR-ECARTES-CLCCLE                         PIC 9(10).
       01 COMPTEUR-ECARTES-MAITRE                         PIC 9(10).
       01 COMPTEUR-ECARTES-HISTORIQUE                     PIC 9(10).

       01 EOF-Switch                                      PIC X(1).
           88 FIN-OUI VALUE 'Y'.
           88 FIN-NON VALUE 'X'.
       01 L-Fst                                           PIC 99.
       01 L-Fst2                                          PIC 99.
       01 L-Fst3                                          PIC 99.
       01 L-Fst4                                          PIC 99.
       01 L-Fst5                                          PIC 99.
       01 L-Fst6                                          PIC 99.
       01 L-Fst7                                          PIC 99.
       01 L-Fst8                                          PIC 99.
      * Verdict de la lecture de la date metier (voir
      * Lire-Date-Metier).
       01 Date-Metier-Switch                              PIC X(1).
           88 DATE-METIER-ADMISE   VALUE 'A'.
           88 DATE-METIER-REFUSEE  VALUE 'R'.

      * Date du jour (AAAAMMJJ), pour dater le registre.
       01 WS-DATE-JOUR                                    PIC X(8).

      * Noms de fichiers resolus au demarrage -- voir Resoudre-Noms.
       01 WS-NOM-PLAGES                                   PIC X(60).
       01 WS-NOM-PLAGES-TMP                               PIC X(64).
       01 WS-NOM-DEMANDES                                 PIC X(60).
       01 WS-NOM-REF-AGENCES                              PIC X(60).
       01 WS-NOM-SORTIE-IDX                               PIC X(60).
       01 WS-NOM-HISTORIQUE-IDX                           PIC X(60).
       01 WS-NOM-ATTRIBUTIONS                             PIC X(60).
       01 WS-NOM-DATE-METIER                              PIC X(60).
       01 WS-RC-SYSTEME                                   PIC S9(9)
                                                      COMP-5.

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

           INITIALIZE L-Fst
                      L-Fst2
                      L-Fst3
                      L-Fst4
                      L-Fst5
                      L-Fst6
                      L-Fst7
                      L-Fst8
                      NB-PLAGES
                      COMPTEUR-DEMANDES
                      COMPTEUR-ATTRIBUES
                      COMPTEUR-REFUS
                      COMPTEUR-ECARTES-CLCCLE
                      COMPTEUR-ECARTES-MAITRE
                      COMPTEUR-ECARTES-HISTORIQUE

      *    Demande isolee : 1er argument = code agence, 2e = type de
      *    compte, 3e = nombre de numeros. Sans argument, les demandes
      *    viennent du fichier.
           SET MODE-FICHIER TO TRUE
           MOVE SPACES TO WS-ARGUMENT
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARGUMENT FROM ARGUMENT-VALUE
           IF WS-ARGUMENT NOT = SPACES
               SET MODE-ARGUMENT TO TRUE
               MOVE WS-ARGUMENT(1:5) TO WS-DEM-AGENCE
               MOVE SPACES TO WS-ARGUMENT
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARGUMENT FROM ARGUMENT-VALUE
               MOVE WS-ARGUMENT(1:1) TO WS-DEM-TYPE
               MOVE 1 TO WS-DEM-NOMBRE
               MOVE SPACES TO WS-ARGUMENT
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARGUMENT FROM ARGUMENT-VALUE
               IF WS-ARGUMENT(1:1) IS NUMERIC
                   IF WS-ARGUMENT(2:1) IS NUMERIC
                       IF WS-ARGUMENT(3:1) IS NUMERIC
                           MOVE WS-ARGUMENT(1:3) TO WS-DEM-NOMBRE
                       ELSE
                           MOVE WS-ARGUMENT(1:2) TO WS-DEM-NOMBRE
                       END-IF
                   ELSE
                       MOVE WS-ARGUMENT(1:1) TO WS-DEM-NOMBRE
                   END-IF
               END-IF
               MOVE "CONSOLE" TO WS-DEM-DEMANDEUR
           END-IF

           PERFORM Resoudre-Noms THRU FIN-Resoudre-Noms

      *    Date metier, pour dater les lignes du registre des
      *    attributions -- lue avant toute ouverture de fichier.
           PERFORM Lire-Date-Metier THRU FIN-Lire-Date-Metier

           SET VERSION-1 TO TRUE
           MOVE SPACES TO WS-VAR-ENV-VERSION
           DISPLAY "TAB_NUM_VERSION_CLE" UPON ENVIRONMENT-NAME
           ACCEPT WS-VAR-ENV-VERSION FROM ENVIRONMENT-VALUE
           IF WS-VAR-ENV-VERSION(1:1) = "2"
               SET VERSION-2 TO TRUE
               DISPLAY "ALGORITHME DE CLE : VERSION 2"
           END-IF

           PERFORM Charger-Plages THRU FIN-Charger-Plages

      *    Le referentiel des agences est obligatoire : sans lui on ne
      *    sait pas quelles agences sont ouvertes, et aucune demande
      *    n'est servie.
           SET REFERENTIEL-PRESENT TO TRUE
           OPEN INPUT TAB-NUM-REF-AGENCES
           IF L-Fst4 NOT = ZERO
               SET REFERENTIEL-ABSENT TO TRUE
               DISPLAY "PAS DE REFERENTIEL DES AGENCES (STATUT "
                       L-Fst4 ") : AUCUNE ATTRIBUTION"
           END-IF

      *    Le maitre est permanent : il se cree vide a la toute
      *    premiere utilisation (statut 35).
           OPEN I-O TAB-NUM-SORTIE-IDX
           IF L-Fst5 = 35
               OPEN OUTPUT TAB-NUM-SORTIE-IDX
               CLOSE TAB-NUM-SORTIE-IDX
               OPEN I-O TAB-NUM-SORTIE-IDX
           END-IF
           IF L-Fst5 NOT = ZERO
               DISPLAY "FICHIER MAITRE INDEXE INACCESSIBLE (STATUT "
                       L-Fst5 ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET HISTORIQUE-PRESENT TO TRUE
           OPEN INPUT TAB-NUM-HISTORIQUE-IDX
           IF L-Fst6 NOT = ZERO
               SET HISTORIQUE-ABSENT TO TRUE
           END-IF

           OPEN EXTEND TAB-NUM-ATTRIBUTIONS
           IF L-Fst7 = 35
               OPEN OUTPUT TAB-NUM-ATTRIBUTIONS
           END-IF

           DISPLAY '*********************************'
           DISPLAY '***  Attribution des NUMEROS  ***'
           DISPLAY '*********************************'
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

           MOVE SPACES TO WS-NOM-PLAGES
                          WS-NOM-PLAGES-TMP
                          WS-NOM-DEMANDES
                          WS-NOM-REF-AGENCES
                          WS-NOM-SORTIE-IDX
                          WS-NOM-HISTORIQUE-IDX
                          WS-NOM-ATTRIBUTIONS
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-PLAGES.txt" DELIMITED BY SIZE
               INTO WS-NOM-PLAGES
           STRING WS-NOM-PLAGES DELIMITED BY SPACE
                   ".tmp" DELIMITED BY SIZE
               INTO WS-NOM-PLAGES-TMP
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-DEMANDES-NUMEROS.txt" DELIMITED BY SIZE
               INTO WS-NOM-DEMANDES
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-REF-AGENCES.dat" DELIMITED BY SIZE
               INTO WS-NOM-REF-AGENCES
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-SORTIE-IDX.dat" DELIMITED BY SIZE
               INTO WS-NOM-SORTIE-IDX
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-HISTORIQUE-IDX.dat" DELIMITED BY SIZE
               INTO WS-NOM-HISTORIQUE-IDX
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-ATTRIBUTIONS.txt" DELIMITED BY SIZE
               INTO WS-NOM-ATTRIBUTIONS
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
      *    Le traitement est date de la journee metier ouverte, pas
      *    de l'horloge du systeme. Fichier absent, vide, ou journee
      *    deja close : le traitement est refuse avant d'avoir ouvert
      *    le moindre fichier.
           MOVE SPACES TO WS-DATE-JOUR
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           SET DATE-METIER-REFUSEE TO TRUE
           OPEN INPUT TAB-NUM-DATE-METIER
           IF L-Fst8 NOT = ZERO
               DISPLAY "PAS DE DATE METIER (STATUT " L-Fst8
                       ") : TRAITEMENT REFUSE"
           ELSE
               READ TAB-NUM-DATE-METIER
                   AT END
                       DISPLAY "DATE METIER VIDE : TRAITEMENT REFUSE"
                   NOT AT END
                       IF DTM-OUVERTE
                           MOVE DTM-DATE TO WS-DATE-JOUR
                           SET DATE-METIER-ADMISE TO TRUE
                       ELSE
                           DISPLAY "JOURNEE DU " DTM-DATE
                                   " DEJA CLOSE : TRAITEMENT REFUSE"
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

      ***************
       Charger-Plages.
      ***************
      *    Sans fichier de plages, rien ne peut etre attribue : on
      *    s'arrete avant de toucher au maitre.
           OPEN INPUT TAB-NUM-PLAGES
           IF L-Fst NOT = ZERO
               DISPLAY "PAS DE FICHIER DE PLAGES (STATUT "
                       L-Fst ") : AUCUNE ATTRIBUTION POSSIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET FIN-NON TO TRUE
           PERFORM UNTIL FIN-OUI
               READ TAB-NUM-PLAGES
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       IF NB-PLAGES < MAX-PLAGES
                           ADD 1 TO NB-PLAGES
                           MOVE PLA-AGENCE TO TPL-AGENCE(NB-PLAGES)
                           MOVE PLA-TYPE TO TPL-TYPE(NB-PLAGES)
                           MOVE PLA-DEBUT TO TPL-DEBUT(NB-PLAGES)
                           MOVE PLA-FIN TO TPL-FIN(NB-PLAGES)
                           MOVE PLA-DERNIER TO TPL-DERNIER(NB-PLAGES)
                       ELSE
                           DISPLAY "FICHIER DE PLAGES TROP GRAND : "
                                   "ATTRIBUTION ANNULEE"
                           CLOSE TAB-NUM-PLAGES
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAB-NUM-PLAGES
           DISPLAY "PLAGES CONFIGUREES : " NB-PLAGES
           .
      *******************
       FIN-Charger-Plages. EXIT.
      *******************

      ************
       TRAITEMENT.
      ************
           IF MODE-ARGUMENT
               PERFORM Servir-Demande THRU FIN-Servir-Demande
               GO TO FIN-TRAITEMENT
           END-IF
           OPEN INPUT TAB-NUM-DEMANDES
           IF L-Fst3 NOT = ZERO
               DISPLAY "PAS DE FICHIER DE DEMANDES (STATUT "
                       L-Fst3 ") : RIEN A ATTRIBUER"
               GO TO FIN-TRAITEMENT
           END-IF
           SET FIN-NON TO TRUE
           PERFORM UNTIL FIN-OUI
               READ TAB-NUM-DEMANDES
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       MOVE DEM-AGENCE TO WS-DEM-AGENCE
                       MOVE DEM-TYPE TO WS-DEM-TYPE
                       IF DEM-NOMBRE IS NUMERIC AND DEM-NOMBRE > ZERO
                           MOVE DEM-NOMBRE TO WS-DEM-NOMBRE
                       ELSE
                           MOVE 1 TO WS-DEM-NOMBRE
                       END-IF
                       MOVE DEM-DEMANDEUR TO WS-DEM-DEMANDEUR
                       PERFORM Servir-Demande THRU FIN-Servir-Demande
               END-READ
           END-PERFORM
           CLOSE TAB-NUM-DEMANDES
           .
      ****************
       FIN-TRAITEMENT. EXIT.
      ****************

      ***************
       Servir-Demande.
      ***************
      *    Une demande est refusee en bloc si l'agence n'est pas
      *    ouverte ou si aucune plage n'est configuree pour le couple
      *    (agence, type) ; sinon chaque numero demande est attribue,
      *    jusqu'a epuisement eventuel de la plage.
           ADD 1 TO COMPTEUR-DEMANDES
           MOVE ZERO TO WS-NB-ATTRIBUES-DEMANDE
           MOVE SPACES TO WS-MOTIF

           IF REFERENTIEL-ABSENT
               MOVE "REFERENTIEL DES AGENCES ABSENT" TO WS-MOTIF
               PERFORM Ecrire-Refus THRU FIN-Ecrire-Refus
               GO TO FIN-Servir-Demande
           END-IF
           MOVE WS-DEM-AGENCE TO AGR-CODE
           READ TAB-NUM-REF-AGENCES
               INVALID KEY
                   MOVE "AGENCE INCONNUE" TO WS-MOTIF
               NOT INVALID KEY
                   IF NOT AGR-OUVERTE
                       MOVE "AGENCE FERMEE" TO WS-MOTIF
                   END-IF
           END-READ
           IF WS-MOTIF NOT = SPACES
               PERFORM Ecrire-Refus THRU FIN-Ecrire-Refus
               GO TO FIN-Servir-Demande
           END-IF

           PERFORM Chercher-Plage THRU FIN-Chercher-Plage
           IF PLAGE-ABSENTE
               MOVE "PLAGE NON CONFIGUREE" TO WS-MOTIF
               PERFORM Ecrire-Refus THRU FIN-Ecrire-Refus
               GO TO FIN-Servir-Demande
           END-IF
           IF TPL-DEBUT(INDICE-PLAGE) = ZERO
              OR TPL-DEBUT(INDICE-PLAGE) > TPL-FIN(INDICE-PLAGE)
               MOVE "PLAGE MAL DEFINIE" TO WS-MOTIF
               PERFORM Ecrire-Refus THRU FIN-Ecrire-Refus
               GO TO FIN-Servir-Demande
           END-IF

           SET RECHERCHE-EN-COURS TO TRUE
           PERFORM UNTIL RECHERCHE-FINIE
               PERFORM Attribuer-Numero THRU FIN-Attribuer-Numero
               IF WS-NB-ATTRIBUES-DEMANDE NOT < WS-DEM-NOMBRE
                   SET RECHERCHE-FINIE TO TRUE
               END-IF
           END-PERFORM
           .
      *******************
       FIN-Servir-Demande. EXIT.
      *******************

      ***************
       Chercher-Plage.
      ***************
           SET PLAGE-ABSENTE TO TRUE
           PERFORM VARYING INDICE-PLAGE FROM 1 BY 1
                   UNTIL INDICE-PLAGE > NB-PLAGES OR PLAGE-TROUVEE
               IF TPL-AGENCE(INDICE-PLAGE) = WS-DEM-AGENCE
                  AND TPL-TYPE(INDICE-PLAGE) = WS-DEM-TYPE
                   SET PLAGE-TROUVEE TO TRUE
               END-IF
           END-PERFORM
      *    La boucle a avance l'indice d'un cran apres la plage
      *    trouvee.
           IF PLAGE-TROUVEE
               SUBTRACT 1 FROM INDICE-PLAGE
           END-IF
           .
      *******************
       FIN-Chercher-Plage. EXIT.
      *******************

      *****************
       Attribuer-Numero.
      *****************
      *    Examine les numeros suivants de la plage jusqu'au premier
      *    libre : accepte par CLCCle pour ce type et cette agence,
      *    absent du maitre et absent de l'historique. Le dernier
      *    numero examine est retenu dans la plage, attribue ou non,
      *    pour ne jamais le reproposer.
           SET CANDIDAT-ECARTE TO TRUE
           PERFORM UNTIL CANDIDAT-LIBRE OR RECHERCHE-FINIE
               IF TPL-DERNIER(INDICE-PLAGE) < TPL-DEBUT(INDICE-PLAGE)
                   MOVE TPL-DEBUT(INDICE-PLAGE) TO WS-CANDIDAT
               ELSE
                   IF TPL-DERNIER(INDICE-PLAGE)
                                   NOT < TPL-FIN(INDICE-PLAGE)
                       SET RECHERCHE-FINIE TO TRUE
                   ELSE
                       COMPUTE WS-CANDIDAT =
                               TPL-DERNIER(INDICE-PLAGE) + 1
                   END-IF
               END-IF
               IF RECHERCHE-EN-COURS
                   MOVE WS-CANDIDAT TO TPL-DERNIER(INDICE-PLAGE)
                   PERFORM Examiner-Candidat
                           THRU FIN-Examiner-Candidat
               END-IF
           END-PERFORM

           IF CANDIDAT-LIBRE
               PERFORM Reserver-Numero THRU FIN-Reserver-Numero
           ELSE
               MOVE "PLAGE EPUISEE" TO WS-MOTIF
               PERFORM Ecrire-Refus THRU FIN-Ecrire-Refus
           END-IF
           .
      *********************
       FIN-Attribuer-Numero. EXIT.
      *********************

      ******************
       Examiner-Candidat.
      ******************
           SET CANDIDAT-ECARTE TO TRUE
           MOVE WS-CANDIDAT TO NUM-COMP
           MOVE WS-DEM-AGENCE TO NUM-AGENCE
           MOVE WS-DEM-TYPE TO TYPE-COMPTE
           SET Mode-Generation TO TRUE
           CALL 'CLCCle' USING WS-Num-Cle-Err
           IF Erreur-Oui
               ADD 1 TO COMPTEUR-ECARTES-CLCCLE
               GO TO FIN-Examiner-Candidat
           END-IF

           MOVE WS-CANDIDAT TO SORTIE-MUN-IDX
           READ TAB-NUM-SORTIE-IDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO COMPTEUR-ECARTES-MAITRE
                   GO TO FIN-Examiner-Candidat
           END-READ

           IF HISTORIQUE-PRESENT
               MOVE WS-CANDIDAT TO HIS-NUM-IDX
               READ TAB-NUM-HISTORIQUE-IDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO COMPTEUR-ECARTES-HISTORIQUE
                       GO TO FIN-Examiner-Candidat
               END-READ
           END-IF

           SET CANDIDAT-LIBRE TO TRUE
           .
      **********************
       FIN-Examiner-Candidat. EXIT.
      **********************

      ****************
       Reserver-Numero.
      ****************
      *    Le numero entre dans le maitre a l'etat reserve, avec la cle
      *    calculee a l'attribution : appelant-cle.cbl le remplacera
      *    par une entree ordinaire a sa premiere livraison dans
      *    TAB-NUM.txt.
           MOVE WS-CANDIDAT TO SORTIE-MUN-IDX
           MOVE Cle TO SORTIE-CLE-IDX
           MOVE WS-DEM-AGENCE TO SORTIE-AGENCE-IDX
           MOVE WS-DEM-TYPE TO SORTIE-TYPE-IDX
           SET SORTIE-RESERVEE-IDX TO TRUE
           MOVE CLE-RIB TO SORTIE-CLE-RIB-IDX
           MOVE IBAN TO SORTIE-IBAN-IDX
           WRITE SORTIE-CLE-ET-NUM-IDX
           IF L-Fst5 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst5
               MOVE "ERREUR D'ECRITURE DU MAITRE" TO WS-MOTIF
               PERFORM Ecrire-Refus THRU FIN-Ecrire-Refus
               SET RECHERCHE-FINIE TO TRUE
               GO TO FIN-Reserver-Numero
           END-IF

           PERFORM Preparer-Registre THRU FIN-Preparer-Registre
           MOVE WS-CANDIDAT TO ATT-NUM
           MOVE Cle TO ATT-CLE
           MOVE "ATTRIBUE" TO ATT-STATUT
           MOVE SPACES TO ATT-MOTIF
           WRITE ATTRIBUTION-REC
           IF L-Fst7 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst7
           END-IF
           ADD 1 TO COMPTEUR-ATTRIBUES
           ADD 1 TO WS-NB-ATTRIBUES-DEMANDE
           DISPLAY "NUMERO ATTRIBUE : " WS-CANDIDAT " CLE " Cle
                   " AGENCE " WS-DEM-AGENCE " TYPE " WS-DEM-TYPE
           .
      ********************
       FIN-Reserver-Numero. EXIT.
      ********************

      *************
       Ecrire-Refus.
      *************
           PERFORM Preparer-Registre THRU FIN-Preparer-Registre
           MOVE SPACES TO ATT-NUM
           MOVE SPACE TO ATT-CLE
           MOVE "REFUSE" TO ATT-STATUT
           MOVE WS-MOTIF TO ATT-MOTIF
           WRITE ATTRIBUTION-REC
           IF L-Fst7 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst7
           END-IF
           ADD 1 TO COMPTEUR-REFUS
           DISPLAY "DEMANDE REFUSEE : AGENCE " WS-DEM-AGENCE
                   " TYPE " WS-DEM-TYPE " : " WS-MOTIF
           .
      *****************
       FIN-Ecrire-Refus. EXIT.
      *****************

      ******************
       Preparer-Registre.
      ******************
           MOVE WS-DATE-JOUR TO ATT-DATE
           MOVE " : " TO ATT-SEP1
                         ATT-SEP2
                         ATT-SEP3
                         ATT-SEP4
                         ATT-SEP5
                         ATT-SEP6
                         ATT-SEP7
           MOVE WS-DEM-DEMANDEUR TO ATT-DEMANDEUR
           MOVE WS-DEM-AGENCE TO ATT-AGENCE
           MOVE WS-DEM-TYPE TO ATT-TYPE
           .
      **********************
       FIN-Preparer-Registre. EXIT.
      **********************

      ***************
       Reecrire-Plages.
      ***************
      *    Les plages repartent avec leur dernier numero examine ; le
      *    fichier d'origine n'est remplace qu'une fois le temporaire
      *    complet.
           OPEN OUTPUT TAB-NUM-PLAGES-TMP
           IF L-Fst2 NOT = ZERO
               DISPLAY "PLAGES NON MISES A JOUR (STATUT " L-Fst2 ")"
               MOVE 8 TO RETURN-CODE
               GO TO FIN-Reecrire-Plages
           END-IF
           PERFORM VARYING INDICE-PLAGE FROM 1 BY 1
                   UNTIL INDICE-PLAGE > NB-PLAGES
               MOVE TPL-AGENCE(INDICE-PLAGE) TO PLA-AGENCE
               MOVE " : " TO PLA-SEP1
               MOVE TPL-TYPE(INDICE-PLAGE) TO PLA-TYPE
               MOVE " : " TO PLA-SEP2
               MOVE TPL-DEBUT(INDICE-PLAGE) TO PLA-DEBUT
               MOVE " : " TO PLA-SEP3
               MOVE TPL-FIN(INDICE-PLAGE) TO PLA-FIN
               MOVE " : " TO PLA-SEP4
               MOVE TPL-DERNIER(INDICE-PLAGE) TO PLA-DERNIER
               WRITE PLAGE-TMP-ENR FROM PLAGE-ENR
               IF L-Fst2 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst2
               END-IF
           END-PERFORM
           CLOSE TAB-NUM-PLAGES-TMP
           CALL "CBL_DELETE_FILE" USING WS-NOM-PLAGES
                                   RETURNING WS-RC-SYSTEME
           CALL "CBL_RENAME_FILE" USING WS-NOM-PLAGES-TMP
                                         WS-NOM-PLAGES
                                   RETURNING WS-RC-SYSTEME
           .
      *******************
       FIN-Reecrire-Plages. EXIT.
      *******************

      *****
       FIN.
      *****
      * Mise a jour des plages, fermeture des fichiers et bilan. Code
      * retour 4 des qu'une demande n'a pas ete entierement servie.
           PERFORM Reecrire-Plages THRU FIN-Reecrire-Plages
           CLOSE TAB-NUM-SORTIE-IDX
                 TAB-NUM-ATTRIBUTIONS
           IF REFERENTIEL-PRESENT
               CLOSE TAB-NUM-REF-AGENCES
           END-IF
           IF HISTORIQUE-PRESENT
               CLOSE TAB-NUM-HISTORIQUE-IDX
           END-IF
           IF COMPTEUR-REFUS > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Demandes traitees :" COMPTEUR-DEMANDES
           DISPLAY "Numeros attribues :" COMPTEUR-ATTRIBUES
           DISPLAY "Refus :" COMPTEUR-REFUS
           DISPLAY "Numeros ecartes par CLCCle :"
                                           COMPTEUR-ECARTES-CLCCLE
           DISPLAY "Numeros deja au maitre :" COMPTEUR-ECARTES-MAITRE
           DISPLAY "Numeros deja dans l'historique :"
                                           COMPTEUR-ECARTES-HISTORIQUE
           DISPLAY 'Fin de traitement.'
           STOP RUN.

       END PROGRAM attribuer-numeros.
