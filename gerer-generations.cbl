       IDENTIFICATION DIVISION.
       PROGRAM-ID. gerer-generations.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Generations datees des fichiers produits par la nuit (sortie,
      *    erreurs, rapport de controle, audit, distribution, rapport
      *    des agences, delta, sorties ventilees par type, fichier a
      *    deux cles, transmission partenaire) : chaque fichier est
      *    copie sous un nom portant la date metier de la nuit
      *    (TAB-NUM-SORTIE2.G20250131.txt), et le catalogue
      *    TAB-NUM-CATALOGUE.txt en garde la trace. Action en 1er
      *    argument :
      *      A           archive la nuit de la date metier ouverte
      *                  (derniere etape de enchainer-nuit.cbl), puis
      *                  fait expirer les generations au-dela des
      *                  TAB_NUM_GENERATIONS plus recentes (7 par
      *                  defaut) ;
      *      R AAAAMMJJ  remet en place la generation de cette nuit,
      *                  quand un systeme aval demande un renvoi ;
      *      L (defaut)  liste les generations disponibles.
      *    Voir Resoudre-Noms pour le repertoire, configurable par
      *    TAB_NUM_DIR comme pour les traitements batch.
           SELECT TAB-NUM-CATALOGUE ASSIGN TO DYNAMIC WS-NOM-CATALOGUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst
                .

      *    Catalogue reecrit a chaque archivage : on ecrit a cote puis
      *    on remplace, comme pour l'historique dans purger-comptes.cbl.
           SELECT TAB-NUM-CATALOGUE-TMP ASSIGN TO DYNAMIC
                       WS-NOM-CATALOGUE-TMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst2
                .

      *    Fichier de la nuit (ou generation) en cours d'examen : relu
      *    pour compter ses lignes et, pour le rapport de controle et
      *    la transmission, pour en reprendre les sommes de controle.
           SELECT TAB-NUM-FICHIER ASSIGN TO DYNAMIC WS-NOM-FICHIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst3
                .

      *    Journal commun des passages : l'archivage est une etape de
      *    la nuit comme les autres.
           SELECT TAB-NUM-JOURNAL ASSIGN TO DYNAMIC WS-NOM-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst4
                .

      *    Date metier de la journee en cours (voir
      *    Structure-date-metier.txt) : elle date les generations.
           SELECT TAB-NUM-DATE-METIER ASSIGN TO DYNAMIC
                       WS-NOM-DATE-METIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst5
                .

      *    Referentiel des partenaires (voir gerer-partenaires.cbl) :
      *    chaque partenaire a son fichier de transmission, archive
      *    avec les autres fichiers de la nuit.
           SELECT TAB-NUM-REF-PARTENAIRES ASSIGN TO DYNAMIC
                       WS-NOM-REF-PARTENAIRES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CODE
               FILE STATUS IS L-Fst6
                .
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD TAB-NUM-CATALOGUE.
      * Une ligne par fichier archive : date metier de la nuit, nom du
      * fichier (sans repertoire ni extension), nombre de lignes,
      * somme de controle (reprise du rapport de controle pour la
      * sortie et le rapport lui-meme, du pied pour les transmissions ;
      * zero pour les autres fichiers), statut ('A' disponible, 'E'
      * expiree -- la copie est supprimee, la ligne reste pour
      * memoire) et heure de l'archivage.
       01 CATALOGUE-REC.
           05 CAT-DATE                           PIC X(8).
           05 CAT-SEP1                           PIC X(3).
           05 CAT-FICHIER                        PIC X(32).
           05 CAT-SEP2                           PIC X(3).
           05 CAT-NB                             PIC 9(10).
           05 CAT-SEP3                           PIC X(3).
           05 CAT-SOMME                          PIC 9(18).
           05 CAT-SEP4                           PIC X(3).
           05 CAT-STATUT                         PIC X(1).
               88 CAT-DISPONIBLE VALUE 'A'.
               88 CAT-EXPIREE    VALUE 'E'.
           05 CAT-SEP5                           PIC X(3).
           05 CAT-HEURE                          PIC X(8).

       FD TAB-NUM-CATALOGUE-TMP.
       01 CATALOGUE-TMP-REC                      PIC X(92).

       FD TAB-NUM-FICHIER.
       01 FICHIER-LIGNE                          PIC X(200).
      * Meme dessin que le rapport ecrit par appelant-cle.cbl et
      * fusionner-flux.cbl :
       01 CONTROLE-REC.
           05 CTL-LIBELLE                        PIC X(36).
           05 CTL-DEUX-POINTS                    PIC X(3).
           05 CTL-VALEUR                         PIC 9(18).
      * En-tete de la transmission partenaire (type '1') :
       01 TRANS-EN-TETE.
           05 TRE-TYPE                           PIC X(1).
           05 TRE-EMETTEUR                       PIC X(10).
           05 TRE-DATE                           PIC X(8).
      * Pied de la transmission partenaire (type '9') :
       01 TRANS-PIED.
           05 TRP-TYPE                           PIC X(1).
           05 TRP-NB                             PIC 9(10).
           05 TRP-SOMME                          PIC 9(18).

       FD TAB-NUM-JOURNAL.
      * Ligne du journal commun des passages -- structure partagee par
      * copybook avec les programmes de la chaine.
       01 JOURNAL-REC.
           COPY 'Structure-journal.txt'.

       FD TAB-NUM-DATE-METIER.
       01 DATE-METIER-REC.
           COPY 'Structure-date-metier.txt'.

       FD TAB-NUM-REF-PARTENAIRES.
       01 REF-PARTENAIRE-ENR.
           COPY 'Structure-partenaire.txt'.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      * Déclaration des variables.

       01 WS-ARGUMENT                                     PIC X(10).
       01 WS-ACTION                                       PIC X(1).
           88 ACTION-ARCHIVER  VALUE 'A' 'a'.
           88 ACTION-RESTAURER VALUE 'R' 'r'.
           88 ACTION-LISTER    VALUE 'L' 'l' ' '.
       01 WS-DATE-DEMANDEE                                PIC X(8).

      * Fichiers de la nuit, sous leur nom courant (sans repertoire ni
      * extension) -- voir Charger-Fichiers-Nuit. Un fichier absent
      * (option non activee cette nuit-la) n'entre simplement pas dans
      * la generation, pas plus qu'un fichier laisse en place par une
      * nuit precedente (voir Controler-Fraicheur).
       01 MAX-FICHIERS                                    PIC 9(2)
                                                      VALUE 40.
       01 NB-FICHIERS                                     PIC 9(2).
       01 TAB-FICHIERS-NUIT.
           05 FICHIER-NUIT OCCURS 40 TIMES                PIC X(32).
       01 INDICE-FICHIER                                  PIC 9(2).

      * Generations disponibles au catalogue (une date par nuit), et
      * verdict d'expiration de chacune -- voir Choisir-Expirations.
       01 MAX-GENERATIONS                                 PIC 9(3)
                                                      VALUE 500.
       01 NB-GENERATIONS                                  PIC 9(3).
       01 TAB-GENERATIONS.
           05 GENERATION-ENTRY OCCURS 500 TIMES.
               10 GEN-DATE                                PIC X(8).
               10 GEN-EXPIRE                              PIC X(1).
       01 INDICE-GEN                                      PIC 9(3).
       01 INDICE-GEN2                                     PIC 9(3).
       01 NB-PLUS-RECENTES                                PIC 9(3).

      * Nombre de generations gardees : TAB_NUM_GENERATIONS (1 a 99),
      * 7 par defaut.
       01 NB-GENERATIONS-GARDEES                          PIC 9(2)
                                                      VALUE 7.
       01 WS-VAR-ENV-GEN                                  PIC X(50).

      * Restauration : fichiers de la generation demandee, verifies
      * tous avant d'en remettre un seul en place.
       01 NB-A-RESTAURER                                  PIC 9(2).
       01 TAB-A-RESTAURER.
           05 RESTAURATION-ENTRY OCCURS 40 TIMES.
               10 RES-FICHIER                             PIC X(32).
               10 RES-NB                                  PIC 9(10).
       01 INDICE-RES                                      PIC 9(2).
       01 Restauration-Switch                             PIC X(1).
           88 RESTAURATION-POSSIBLE VALUE 'O'.
           88 RESTAURATION-REFUSEE  VALUE 'N'.
       01 Expiree-Switch                                  PIC X(1).
           88 GENERATION-EXPIREE-VUE VALUE 'O'.
           88 GENERATION-EXPIREE-NON VALUE 'N'.

      * Examen d'un fichier (voir Examiner-Fichier) :
       01 WS-FICHIER-COURANT                              PIC X(32).
       01 COMPTEUR-LIGNES                                 PIC 9(10).
       01 WS-SOMME-CONTROLE                               PIC 9(18).
       01 WS-SOMME-FICHIER                                PIC 9(18).
      * Date metier portee par l'en-tete d'une transmission :
       01 WS-DATE-TRANSMISSION                            PIC X(8).

      * Fraicheur d'un fichier (voir Controler-Fraicheur) : horodatage
      * de l'ouverture de la journee metier, et date de derniere
      * modification du fichier rendue par CBL_CHECK_FILE_EXIST,
      * remise au meme format AAAAMMJJHHMMSS pour la comparaison.
       01 WS-HORODATAGE-OUVERTURE                         PIC X(14).
       01 WS-DETAIL-FICHIER.
           05 DET-TAILLE                         PIC X(8) COMP-X.
           05 DET-JOUR                           PIC X(1) COMP-X.
           05 DET-MOIS                           PIC X(1) COMP-X.
           05 DET-ANNEE                          PIC X(2) COMP-X.
           05 DET-HEURES                         PIC X(1) COMP-X.
           05 DET-MINUTES                        PIC X(1) COMP-X.
           05 DET-SECONDES                       PIC X(1) COMP-X.
           05 DET-CENTIEMES                      PIC X(1) COMP-X.
       01 WS-HORODATAGE-FICHIER.
           05 HOR-ANNEE                          PIC 9(4).
           05 HOR-MOIS                           PIC 9(2).
           05 HOR-JOUR                           PIC 9(2).
           05 HOR-HEURES                         PIC 9(2).
           05 HOR-MINUTES                        PIC 9(2).
           05 HOR-SECONDES                       PIC 9(2).
       01 Fraicheur-Switch                                PIC X(1).
           88 FICHIER-DU-JOUR VALUE 'J'.
           88 FICHIER-PERIME  VALUE 'P'.

       01 COMPTEUR-ARCHIVES                               PIC 9(10).
       01 COMPTEUR-LIGNES-ARCHIVEES                       PIC 9(10).
       01 COMPTEUR-EXPIREES                               PIC 9(10).
       01 COMPTEUR-RESTAURES                              PIC 9(10).

       01 EOF-Switch                                      PIC X(1).
           88 FIN-OUI VALUE 'Y'.
           88 FIN-NON VALUE 'X'.
       01 Catalogue-Switch                                PIC X(1).
           88 CATALOGUE-PRESENT VALUE 'P'.
           88 CATALOGUE-ABSENT  VALUE 'A'.
       01 L-Fst                                           PIC 99.
       01 L-Fst2                                          PIC 99.
       01 L-Fst3                                          PIC 99.
       01 L-Fst4                                          PIC 99.
       01 L-Fst5                                          PIC 99.
       01 L-Fst6                                          PIC 99.
       01 Fin-Partenaires-Switch                          PIC X(1).
           88 FIN-PARTENAIRES-OUI VALUE 'Y'.
           88 FIN-PARTENAIRES-NON VALUE 'X'.
      * Verdict de la lecture de la date metier (voir
      * Lire-Date-Metier).
       01 Date-Metier-Switch                              PIC X(1).
           88 DATE-METIER-ADMISE   VALUE 'A'.
           88 DATE-METIER-REFUSEE  VALUE 'R'.

       01 WS-DATE-JOUR                                    PIC X(8).
       01 WS-HEURE-JOUR                                   PIC X(8).

      * Noms de fichiers resolus au demarrage -- voir Resoudre-Noms.
       01 WS-NOM-CATALOGUE                                PIC X(60).
       01 WS-NOM-CATALOGUE-TMP                            PIC X(64).
       01 WS-NOM-JOURNAL                                  PIC X(60).
       01 WS-NOM-DATE-METIER                              PIC X(60).
       01 WS-NOM-REF-PARTENAIRES                          PIC X(60).
      * Construits pour chaque fichier (voir Construire-Noms) :
       01 WS-NOM-FICHIER                                  PIC X(90).
       01 WS-NOM-COURANT                                  PIC X(90).
       01 WS-NOM-GENERATION                               PIC X(90).
       01 WS-RC-SYSTEME                                   PIC S9(9)
                                                      COMP-5.

      * Repertoire des fichiers de donnees : par defaut le repertoire
      * historique, mais un site peut le deplacer en positionnant la
      * variable d'environnement TAB_NUM_DIR avant de lancer le
      * programme.
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

           INITIALIZE NB-GENERATIONS
                      NB-A-RESTAURER
                      COMPTEUR-ARCHIVES
                      COMPTEUR-LIGNES-ARCHIVEES
                      COMPTEUR-EXPIREES
                      COMPTEUR-RESTAURES
                      L-Fst
                      L-Fst2
                      L-Fst3
                      L-Fst4
                      L-Fst5
                      L-Fst6

           MOVE SPACES TO WS-ARGUMENT
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARGUMENT FROM ARGUMENT-VALUE
           MOVE WS-ARGUMENT(1:1) TO WS-ACTION
           MOVE SPACES TO WS-ARGUMENT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARGUMENT FROM ARGUMENT-VALUE
           MOVE WS-ARGUMENT(1:8) TO WS-DATE-DEMANDEE

           PERFORM Resoudre-Noms THRU FIN-Resoudre-Noms

      *    Date metier de la nuit a archiver -- lue avant toute
      *    ouverture de fichier (exigee pour l'archivage seulement).
           PERFORM Lire-Date-Metier THRU FIN-Lire-Date-Metier

           MOVE SPACES TO WS-VAR-ENV-GEN
           DISPLAY "TAB_NUM_GENERATIONS" UPON ENVIRONMENT-NAME
           ACCEPT WS-VAR-ENV-GEN FROM ENVIRONMENT-VALUE
           IF WS-VAR-ENV-GEN(1:2) IS NUMERIC
               MOVE WS-VAR-ENV-GEN(1:2) TO NB-GENERATIONS-GARDEES
           ELSE
               IF WS-VAR-ENV-GEN(1:1) IS NUMERIC
                  AND WS-VAR-ENV-GEN(2:1) = SPACE
                   MOVE WS-VAR-ENV-GEN(1:1) TO NB-GENERATIONS-GARDEES
               END-IF
           END-IF
      *    Au moins la generation de la nuit elle-meme.
           IF NB-GENERATIONS-GARDEES = ZERO
               MOVE 1 TO NB-GENERATIONS-GARDEES
           END-IF

           PERFORM Charger-Fichiers-Nuit THRU FIN-Charger-Fichiers-Nuit

           DISPLAY '*********************************'
           DISPLAY '***  Generations de la NUIT   ***'
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

           MOVE SPACES TO WS-NOM-CATALOGUE
                          WS-NOM-CATALOGUE-TMP
                          WS-NOM-JOURNAL
                          WS-NOM-DATE-METIER
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-CATALOGUE.txt" DELIMITED BY SIZE
               INTO WS-NOM-CATALOGUE
           STRING WS-NOM-CATALOGUE DELIMITED BY SPACE
                   ".tmp" DELIMITED BY SIZE
               INTO WS-NOM-CATALOGUE-TMP
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-JOURNAL.txt" DELIMITED BY SIZE
               INTO WS-NOM-JOURNAL
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-DATE-METIER.txt" DELIMITED BY SIZE
               INTO WS-NOM-DATE-METIER
           MOVE SPACES TO WS-NOM-REF-PARTENAIRES
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-REF-PARTENAIRES.dat" DELIMITED BY SIZE
               INTO WS-NOM-REF-PARTENAIRES
           .
      ******************
       FIN-Resoudre-Noms. EXIT.
      ******************

      *****************
       Lire-Date-Metier.
      *****************
      *    Les generations sont datees de la journee metier ouverte,
      *    pas de l'horloge du systeme. Fichier absent, vide, ou
      *    journee deja close : le traitement est refuse avant d'avoir
      *    ouvert le moindre fichier, et le refus est trace au journal
      *    pour que l'enchainement s'arrete sur cette etape.
      *    La restauration et la liste ne dependent pas de la journee
      *    en cours (la nuit a remettre en place vient du 2e argument,
      *    et un renvoi se demande souvent une fois la journee close) :
      *    comme pour la synthese du journal, la date metier y est
      *    prise quel que soit son statut, a defaut celle du systeme,
      *    sans refus ni trace au journal.
           MOVE SPACES TO WS-DATE-JOUR
                          WS-HORODATAGE-OUVERTURE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           IF NOT ACTION-ARCHIVER
               OPEN INPUT TAB-NUM-DATE-METIER
               IF L-Fst5 = ZERO
                   READ TAB-NUM-DATE-METIER
                       NOT AT END
                           MOVE DTM-DATE TO WS-DATE-JOUR
                   END-READ
                   CLOSE TAB-NUM-DATE-METIER
               END-IF
               GO TO FIN-Lire-Date-Metier
           END-IF
           SET DATE-METIER-REFUSEE TO TRUE
           OPEN INPUT TAB-NUM-DATE-METIER
           IF L-Fst5 NOT = ZERO
               DISPLAY "PAS DE DATE METIER (STATUT " L-Fst5
                       ") : TRAITEMENT REFUSE"
           ELSE
               READ TAB-NUM-DATE-METIER
                   AT END
                       DISPLAY "DATE METIER VIDE : TRAITEMENT REFUSE"
                   NOT AT END
                       IF DTM-OUVERTE
                           MOVE DTM-DATE TO WS-DATE-JOUR
                           MOVE DTM-HORODATAGE
                                           TO WS-HORODATAGE-OUVERTURE
                           SET DATE-METIER-ADMISE TO TRUE
                       ELSE
                           DISPLAY "JOURNEE DU " DTM-DATE
                                   " DEJA CLOSE : TRAITEMENT REFUSE"
                       END-IF
               END-READ
               CLOSE TAB-NUM-DATE-METIER
           END-IF
           IF DATE-METIER-REFUSEE
               MOVE "ABANDONNE" TO JRN-EVENEMENT
               PERFORM Ecrire-Journal THRU FIN-Ecrire-Journal
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *********************
       FIN-Lire-Date-Metier. EXIT.
      *********************

      **********************
       Charger-Fichiers-Nuit.
      **********************
      *    Les noms definitifs de la nuit, tels qu'ecrits par
      *    appelant-cle.cbl en flux unique ou par fusionner-flux.cbl
      *    en traitement reparti (les fichiers -Fnn des flux ne sont
      *    que des intermediaires de la fusion).
           MOVE SPACES TO TAB-FICHIERS-NUIT
           MOVE "TAB-NUM-SORTIE2" TO FICHIER-NUIT(1)
           MOVE "TAB-NUM-ERREURS2" TO FICHIER-NUIT(2)
           MOVE "TAB-NUM-CONTROLE" TO FICHIER-NUIT(3)
           MOVE "TAB-NUM-AUDIT" TO FICHIER-NUIT(4)
           MOVE "TAB-NUM-DISTRIBUTION" TO FICHIER-NUIT(5)
           MOVE "TAB-NUM-AGENCES" TO FICHIER-NUIT(6)
           MOVE "TAB-NUM-DELTA" TO FICHIER-NUIT(7)
           MOVE "TAB-NUM-SORTIE2-T1" TO FICHIER-NUIT(8)
           MOVE "TAB-NUM-SORTIE2-T2" TO FICHIER-NUIT(9)
           MOVE "TAB-NUM-SORTIE2-T3" TO FICHIER-NUIT(10)
           MOVE "TAB-NUM-SORTIE-BICLE" TO FICHIER-NUIT(11)
           MOVE "TAB-NUM-TRANSMISSION" TO FICHIER-NUIT(12)
           MOVE 12 TO NB-FICHIERS
      *    Plus une transmission par partenaire actif du referentiel.
      *    Un partenaire suspendu ne recoit plus rien, mais son
      *    fichier de la derniere nuit ou il etait actif reste en
      *    place : il n'est pas repris dans la generation.
           OPEN INPUT TAB-NUM-REF-PARTENAIRES
           IF L-Fst6 NOT = ZERO
               GO TO FIN-Charger-Fichiers-Nuit
           END-IF
           MOVE LOW-VALUES TO PAR-CODE
           START TAB-NUM-REF-PARTENAIRES KEY NOT < PAR-CODE
               INVALID KEY
                   SET FIN-PARTENAIRES-OUI TO TRUE
               NOT INVALID KEY
                   SET FIN-PARTENAIRES-NON TO TRUE
           END-START
           PERFORM UNTIL FIN-PARTENAIRES-OUI
               READ TAB-NUM-REF-PARTENAIRES NEXT RECORD
                   AT END
                       SET FIN-PARTENAIRES-OUI TO TRUE
                   NOT AT END
                       IF PAR-SUSPENDU
                           CONTINUE
                       ELSE
                       IF NB-FICHIERS < MAX-FICHIERS
                           ADD 1 TO NB-FICHIERS
                           STRING "TAB-NUM-TRANSMISSION-"
                                       DELIMITED BY SIZE
                                   PAR-CODE DELIMITED BY SPACE
                               INTO FICHIER-NUIT(NB-FICHIERS)
                       ELSE
                           DISPLAY "TROP DE PARTENAIRES : TRANSMISSION "
                                   PAR-CODE " NON ARCHIVEE"
                       END-IF
                       END-IF
               END-READ
               IF L-Fst6 NOT = ZERO AND L-Fst6 NOT = 10
                   SET FIN-PARTENAIRES-OUI TO TRUE
               END-IF
           END-PERFORM
           CLOSE TAB-NUM-REF-PARTENAIRES
           .
      **************************
       FIN-Charger-Fichiers-Nuit. EXIT.
      **************************

      ************
       TRAITEMENT.
      ************
           EVALUATE TRUE
               WHEN ACTION-ARCHIVER
                   MOVE "DEBUT" TO JRN-EVENEMENT
                   PERFORM Ecrire-Journal THRU FIN-Ecrire-Journal
                   PERFORM Archiver-Nuit THRU FIN-Archiver-Nuit
               WHEN ACTION-RESTAURER
                   MOVE "DEBUT" TO JRN-EVENEMENT
                   PERFORM Ecrire-Journal THRU FIN-Ecrire-Journal
                   PERFORM Restaurer-Generation
                           THRU FIN-Restaurer-Generation
               WHEN ACTION-LISTER
                   PERFORM Lister-Catalogue THRU FIN-Lister-Catalogue
               WHEN OTHER
                   DISPLAY 'ACTION INCONNUE : ' WS-ACTION
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           .
      ****************
       FIN-TRAITEMENT. EXIT.
      ****************

      **************
       Archiver-Nuit.
      **************
      *    Generations deja au catalogue, choix de celles qui expirent
      *    une fois la nuit ajoutee, puis reecriture du catalogue : les
      *    lignes d'une nuit deja archivee (archivage relance) sont
      *    remplacees, celles des generations expirees passent au
      *    statut 'E' et leurs copies sont supprimees, et la nuit
      *    s'ajoute a la fin.
           MOVE WS-DATE-JOUR TO WS-DATE-DEMANDEE
           PERFORM Relever-Generations THRU FIN-Relever-Generations
           PERFORM Choisir-Expirations THRU FIN-Choisir-Expirations

           OPEN OUTPUT TAB-NUM-CATALOGUE-TMP
           IF L-Fst2 NOT = ZERO
               DISPLAY "CATALOGUE DE TRAVAIL INACCESSIBLE (STATUT "
                       L-Fst2 ")"
               MOVE 8 TO RETURN-CODE
               GO TO FIN-Archiver-Nuit
           END-IF
           IF CATALOGUE-PRESENT
               PERFORM Recopier-Catalogue THRU FIN-Recopier-Catalogue
           END-IF

           PERFORM VARYING INDICE-FICHIER FROM 1 BY 1
                   UNTIL INDICE-FICHIER > NB-FICHIERS
               MOVE FICHIER-NUIT(INDICE-FICHIER) TO WS-FICHIER-COURANT
               PERFORM Archiver-Fichier THRU FIN-Archiver-Fichier
           END-PERFORM
           CLOSE TAB-NUM-CATALOGUE-TMP

           CALL "CBL_DELETE_FILE" USING WS-NOM-CATALOGUE
                                   RETURNING WS-RC-SYSTEME
           CALL "CBL_RENAME_FILE" USING WS-NOM-CATALOGUE-TMP
                                         WS-NOM-CATALOGUE
                                   RETURNING WS-RC-SYSTEME

           DISPLAY 'NUIT DU ' WS-DATE-JOUR ' ARCHIVEE : '
                   COMPTEUR-ARCHIVES ' FICHIER(S), '
                   COMPTEUR-LIGNES-ARCHIVEES ' LIGNE(S)'
           DISPLAY 'GENERATIONS EXPIREES : ' COMPTEUR-EXPIREES
                   ' (GARDEES : ' NB-GENERATIONS-GARDEES ')'
           .
      ******************
       FIN-Archiver-Nuit. EXIT.
      ******************

      ********************
       Relever-Generations.
      ********************
      *    Dates distinctes des generations encore disponibles, hors la
      *    nuit en cours d'archivage. Pas encore de catalogue (statut
      *    35) : premiere nuit archivee.
           SET CATALOGUE-ABSENT TO TRUE
           OPEN INPUT TAB-NUM-CATALOGUE
           IF L-Fst NOT = ZERO
               GO TO FIN-Relever-Generations
           END-IF
           SET CATALOGUE-PRESENT TO TRUE
           SET FIN-NON TO TRUE
           PERFORM UNTIL FIN-OUI
               READ TAB-NUM-CATALOGUE
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       IF CAT-DISPONIBLE
                          AND CAT-DATE NOT = WS-DATE-DEMANDEE
                           PERFORM Noter-Generation
                                   THRU FIN-Noter-Generation
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAB-NUM-CATALOGUE
           .
      ************************
       FIN-Relever-Generations. EXIT.
      ************************

      *****************
       Noter-Generation.
      *****************
           PERFORM VARYING INDICE-GEN FROM 1 BY 1
                   UNTIL INDICE-GEN > NB-GENERATIONS
               IF GEN-DATE(INDICE-GEN) = CAT-DATE
                   GO TO FIN-Noter-Generation
               END-IF
           END-PERFORM
           IF NB-GENERATIONS NOT < MAX-GENERATIONS
               DISPLAY 'TROP DE GENERATIONS AU CATALOGUE, DATE '
                       CAT-DATE ' IGNOREE'
               GO TO FIN-Noter-Generation
           END-IF
           ADD 1 TO NB-GENERATIONS
           MOVE CAT-DATE TO GEN-DATE(NB-GENERATIONS)
           MOVE "N" TO GEN-EXPIRE(NB-GENERATIONS)
           .
      *********************
       FIN-Noter-Generation. EXIT.
      *********************

      ********************
       Choisir-Expirations.
      ********************
      *    Une generation expire quand au moins NB-GENERATIONS-GARDEES
      *    generations sont plus recentes qu'elle, la nuit archivee
      *    comprise (elle est toujours gardee). Les dates AAAAMMJJ se
      *    comparent comme des chaines.
           PERFORM VARYING INDICE-GEN FROM 1 BY 1
                   UNTIL INDICE-GEN > NB-GENERATIONS
               MOVE ZERO TO NB-PLUS-RECENTES
               IF WS-DATE-DEMANDEE > GEN-DATE(INDICE-GEN)
                   ADD 1 TO NB-PLUS-RECENTES
               END-IF
               PERFORM VARYING INDICE-GEN2 FROM 1 BY 1
                       UNTIL INDICE-GEN2 > NB-GENERATIONS
                   IF GEN-DATE(INDICE-GEN2) > GEN-DATE(INDICE-GEN)
                       ADD 1 TO NB-PLUS-RECENTES
                   END-IF
               END-PERFORM
               IF NB-PLUS-RECENTES NOT < NB-GENERATIONS-GARDEES
                   MOVE "O" TO GEN-EXPIRE(INDICE-GEN)
                   ADD 1 TO COMPTEUR-EXPIREES
               END-IF
           END-PERFORM
           .
      ************************
       FIN-Choisir-Expirations. EXIT.
      ************************

      ********************
       Recopier-Catalogue.
      ********************
           OPEN INPUT TAB-NUM-CATALOGUE
           IF L-Fst NOT = ZERO
               GO TO FIN-Recopier-Catalogue
           END-IF
           SET FIN-NON TO TRUE
           PERFORM UNTIL FIN-OUI
               READ TAB-NUM-CATALOGUE
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       PERFORM Recopier-Ligne THRU FIN-Recopier-Ligne
               END-READ
           END-PERFORM
           CLOSE TAB-NUM-CATALOGUE
           .
      ************************
       FIN-Recopier-Catalogue. EXIT.
      ************************

      ***************
       Recopier-Ligne.
      ***************
      *    La nuit en cours d'archivage est reecrite plus loin : ses
      *    anciennes lignes disparaissent.
           IF CAT-DATE = WS-DATE-DEMANDEE
               GO TO FIN-Recopier-Ligne
           END-IF
           IF CAT-DISPONIBLE
               PERFORM VARYING INDICE-GEN FROM 1 BY 1
                       UNTIL INDICE-GEN > NB-GENERATIONS
                   IF GEN-DATE(INDICE-GEN) = CAT-DATE
                      AND GEN-EXPIRE(INDICE-GEN) = "O"
                       MOVE CAT-FICHIER TO WS-FICHIER-COURANT
                       MOVE CAT-DATE TO WS-DATE-DEMANDEE
                       PERFORM Construire-Noms THRU FIN-Construire-Noms
                       MOVE WS-DATE-JOUR TO WS-DATE-DEMANDEE
                       CALL "CBL_DELETE_FILE" USING WS-NOM-GENERATION
                                           RETURNING WS-RC-SYSTEME
                       SET CAT-EXPIREE TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           WRITE CATALOGUE-TMP-REC FROM CATALOGUE-REC
           IF L-Fst2 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst2
           END-IF
           .
      *******************
       FIN-Recopier-Ligne. EXIT.
      *******************

      *****************
       Archiver-Fichier.
      *****************
      *    Copie a l'identique (CBL_COPY_FILE : pas de relecture ligne
      *    a ligne qui tronquerait les blancs de fin), puis comptage
      *    sur la copie et ligne de catalogue. Fichier absent : il n'a
      *    pas ete produit cette nuit, rien a archiver ; fichier d'une
      *    nuit precedente reste en place : pas davantage.
           PERFORM Construire-Noms THRU FIN-Construire-Noms
           MOVE WS-NOM-COURANT TO WS-NOM-FICHIER
           PERFORM Examiner-Fichier THRU FIN-Examiner-Fichier
           IF L-Fst3 NOT = ZERO
               GO TO FIN-Archiver-Fichier
           END-IF
           PERFORM Controler-Fraicheur THRU FIN-Controler-Fraicheur
           IF FICHIER-PERIME
               GO TO FIN-Archiver-Fichier
           END-IF
           CALL "CBL_COPY_FILE" USING WS-NOM-COURANT
                                      WS-NOM-GENERATION
                                RETURNING WS-RC-SYSTEME
           IF WS-RC-SYSTEME NOT = ZERO
               DISPLAY 'COPIE IMPOSSIBLE DE ' WS-FICHIER-COURANT
                       ' (CODE ' WS-RC-SYSTEME ')'
               MOVE 8 TO RETURN-CODE
               GO TO FIN-Archiver-Fichier
           END-IF

           MOVE WS-DATE-JOUR TO CAT-DATE
           MOVE " : " TO CAT-SEP1
           MOVE WS-FICHIER-COURANT TO CAT-FICHIER
           MOVE " : " TO CAT-SEP2
           MOVE COMPTEUR-LIGNES TO CAT-NB
           MOVE " : " TO CAT-SEP3
           MOVE WS-SOMME-FICHIER TO CAT-SOMME
           MOVE " : " TO CAT-SEP4
           SET CAT-DISPONIBLE TO TRUE
           MOVE " : " TO CAT-SEP5
           ACCEPT WS-HEURE-JOUR FROM TIME
           MOVE WS-HEURE-JOUR TO CAT-HEURE
           WRITE CATALOGUE-TMP-REC FROM CATALOGUE-REC
           IF L-Fst2 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst2
               MOVE 8 TO RETURN-CODE
           END-IF
           ADD 1 TO COMPTEUR-ARCHIVES
           ADD COMPTEUR-LIGNES TO COMPTEUR-LIGNES-ARCHIVEES
           DISPLAY '  ' WS-FICHIER-COURANT ' : ' COMPTEUR-LIGNES
                   ' LIGNE(S)'
           .
      *********************
       FIN-Archiver-Fichier. EXIT.
      *********************

      ********************
       Controler-Fraicheur.
      ********************
      *    Un fichier de la nuit ne se recree que si l'etape qui le
      *    produit tourne et que son option est active : une
      *    transmission d'un partenaire qui n'a rien recu cette nuit,
      *    ou une sortie optionnelle (delta, ventilees par type,
      *    fichier a deux cles) d'une option desactivee depuis,
      *    restent celles d'une nuit precedente, deja archivees sous
      *    leur propre date. La transmission porte sa date metier dans
      *    son en-tete ; une sortie optionnelle doit avoir ete ecrite
      *    depuis l'ouverture de la journee metier (DTM-HORODATAGE).
      *    Une date metier sans horodatage (ecrite par une version
      *    anterieure de gerer-date-metier.cbl) ne permet pas le
      *    controle : le fichier est alors archive comme avant.
           SET FICHIER-DU-JOUR TO TRUE
           EVALUATE TRUE
               WHEN WS-FICHIER-COURANT(1:20) = "TAB-NUM-TRANSMISSION"
                   IF WS-DATE-TRANSMISSION NOT = WS-DATE-JOUR
                       SET FICHIER-PERIME TO TRUE
                       DISPLAY '  ' WS-FICHIER-COURANT
                               ' : TRANSMISSION DU '
                               WS-DATE-TRANSMISSION ', NON ARCHIVEE'
                   END-IF
               WHEN WS-FICHIER-COURANT = "TAB-NUM-DELTA"
                 OR WS-FICHIER-COURANT = "TAB-NUM-SORTIE2-T1"
                 OR WS-FICHIER-COURANT = "TAB-NUM-SORTIE2-T2"
                 OR WS-FICHIER-COURANT = "TAB-NUM-SORTIE2-T3"
                 OR WS-FICHIER-COURANT = "TAB-NUM-SORTIE-BICLE"
                   IF WS-HORODATAGE-OUVERTURE IS NOT NUMERIC
                       GO TO FIN-Controler-Fraicheur
                   END-IF
                   CALL "CBL_CHECK_FILE_EXIST" USING WS-NOM-COURANT
                                                     WS-DETAIL-FICHIER
                                       RETURNING WS-RC-SYSTEME
                   IF WS-RC-SYSTEME NOT = ZERO
                       GO TO FIN-Controler-Fraicheur
                   END-IF
                   MOVE DET-ANNEE TO HOR-ANNEE
                   MOVE DET-MOIS TO HOR-MOIS
                   MOVE DET-JOUR TO HOR-JOUR
                   MOVE DET-HEURES TO HOR-HEURES
                   MOVE DET-MINUTES TO HOR-MINUTES
                   MOVE DET-SECONDES TO HOR-SECONDES
                   IF WS-HORODATAGE-FICHIER < WS-HORODATAGE-OUVERTURE
                       SET FICHIER-PERIME TO TRUE
                       DISPLAY '  ' WS-FICHIER-COURANT
                               ' : ECRIT LE ' WS-HORODATAGE-FICHIER
                               ', AVANT L OUVERTURE DE LA JOURNEE'
                               ', NON ARCHIVE'
                   END-IF
           END-EVALUATE
           .
      ************************
       FIN-Controler-Fraicheur. EXIT.
      ************************

      ****************
       Construire-Noms.
      ****************
      *    Nom courant et nom de generation de WS-FICHIER-COURANT pour
      *    la nuit WS-DATE-DEMANDEE.
           MOVE SPACES TO WS-NOM-COURANT
                          WS-NOM-GENERATION
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-FICHIER-COURANT DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
               INTO WS-NOM-COURANT
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-FICHIER-COURANT DELIMITED BY SPACE
                   ".G" DELIMITED BY SIZE
                   WS-DATE-DEMANDEE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-NOM-GENERATION
           .
      ********************
       FIN-Construire-Noms. EXIT.
      ********************

      *****************
       Examiner-Fichier.
      *****************
      *    Nombre de lignes de WS-NOM-FICHIER et, selon le fichier,
      *    somme de controle : celle du rapport de controle pour la
      *    sortie et le rapport lui-meme, celle du pied pour la
      *    transmission. L-Fst3 non nul au retour : fichier absent.
           MOVE ZERO TO COMPTEUR-LIGNES
                        WS-SOMME-CONTROLE
                        WS-SOMME-FICHIER
           MOVE SPACES TO WS-DATE-TRANSMISSION
           IF WS-FICHIER-COURANT = "TAB-NUM-SORTIE2"
               PERFORM Lire-Somme-Controle
                       THRU FIN-Lire-Somme-Controle
               MOVE WS-SOMME-CONTROLE TO WS-SOMME-FICHIER
           END-IF
           OPEN INPUT TAB-NUM-FICHIER
           IF L-Fst3 NOT = ZERO
               GO TO FIN-Examiner-Fichier
           END-IF
           SET FIN-NON TO TRUE
           PERFORM UNTIL FIN-OUI
               READ TAB-NUM-FICHIER
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       ADD 1 TO COMPTEUR-LIGNES
                       IF WS-FICHIER-COURANT = "TAB-NUM-CONTROLE"
                          AND CTL-LIBELLE =
                                  "SOMME DE CONTROLE SORTIE-MUN"
                           MOVE CTL-VALEUR TO WS-SOMME-FICHIER
                       END-IF
                       IF WS-FICHIER-COURANT(1:20) =
                                  "TAB-NUM-TRANSMISSION"
                          AND TRP-TYPE = "9"
                           MOVE TRP-SOMME TO WS-SOMME-FICHIER
                       END-IF
                       IF WS-FICHIER-COURANT(1:20) =
                                  "TAB-NUM-TRANSMISSION"
                          AND TRE-TYPE = "1"
                           MOVE TRE-DATE TO WS-DATE-TRANSMISSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAB-NUM-FICHIER
           MOVE ZERO TO L-Fst3
           .
      *********************
       FIN-Examiner-Fichier. EXIT.
      *********************

      ********************
       Lire-Somme-Controle.
      ********************
      *    Somme de controle SORTIE-MUN du rapport de controle de la
      *    meme nuit, pour la ligne de la sortie.
           MOVE SPACES TO WS-NOM-FICHIER
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-CONTROLE.txt" DELIMITED BY SIZE
               INTO WS-NOM-FICHIER
           OPEN INPUT TAB-NUM-FICHIER
           IF L-Fst3 = ZERO
               SET FIN-NON TO TRUE
               PERFORM UNTIL FIN-OUI
                   READ TAB-NUM-FICHIER
                       AT END
                           SET FIN-OUI TO TRUE
                       NOT AT END
                           IF CTL-LIBELLE =
                                  "SOMME DE CONTROLE SORTIE-MUN"
                               MOVE CTL-VALEUR TO WS-SOMME-CONTROLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAB-NUM-FICHIER
           END-IF
           MOVE WS-NOM-COURANT TO WS-NOM-FICHIER
           .
      ************************
       FIN-Lire-Somme-Controle. EXIT.
      ************************

      *********************
       Restaurer-Generation.
      *********************
      *    Remet en place, sous leurs noms courants, les fichiers de la
      *    nuit demandee. Chaque copie est d'abord recomptee et
      *    confrontee au catalogue : une seule generation manquante ou
      *    alteree et rien n'est remis en place. Les fichiers courants
      *    ecrases sont ceux de la derniere nuit, deja archivee par
      *    l'etape d'archivage de enchainer-nuit.cbl.
           IF WS-DATE-DEMANDEE IS NOT NUMERIC
               DISPLAY 'DATE AAAAMMJJ ATTENDUE EN 2E ARGUMENT'
               MOVE "ABANDONNE" TO JRN-EVENEMENT
               PERFORM Ecrire-Journal THRU FIN-Ecrire-Journal
               MOVE 8 TO RETURN-CODE
               GO TO FIN-Restaurer-Generation
           END-IF
           SET GENERATION-EXPIREE-NON TO TRUE
           OPEN INPUT TAB-NUM-CATALOGUE
           IF L-Fst NOT = ZERO
               DISPLAY 'PAS DE CATALOGUE DES GENERATIONS (STATUT '
                       L-Fst ')'
               MOVE "ABANDONNE" TO JRN-EVENEMENT
               PERFORM Ecrire-Journal THRU FIN-Ecrire-Journal
               MOVE 8 TO RETURN-CODE
               GO TO FIN-Restaurer-Generation
           END-IF
           SET FIN-NON TO TRUE
           PERFORM UNTIL FIN-OUI
               READ TAB-NUM-CATALOGUE
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       IF CAT-DATE = WS-DATE-DEMANDEE
                           IF CAT-DISPONIBLE
                               PERFORM Noter-A-Restaurer
                                       THRU FIN-Noter-A-Restaurer
                           ELSE
                               SET GENERATION-EXPIREE-VUE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAB-NUM-CATALOGUE

           IF NB-A-RESTAURER = ZERO
               IF GENERATION-EXPIREE-VUE
                   DISPLAY 'GENERATION DU ' WS-DATE-DEMANDEE
                           ' EXPIREE : RESTAURATION IMPOSSIBLE'
               ELSE
                   DISPLAY 'AUCUNE GENERATION DU ' WS-DATE-DEMANDEE
                           ' AU CATALOGUE'
               END-IF
               MOVE "ABANDONNE" TO JRN-EVENEMENT
               PERFORM Ecrire-Journal THRU FIN-Ecrire-Journal
               MOVE 8 TO RETURN-CODE
               GO TO FIN-Restaurer-Generation
           END-IF

           SET RESTAURATION-POSSIBLE TO TRUE
           PERFORM VARYING INDICE-RES FROM 1 BY 1
                   UNTIL INDICE-RES > NB-A-RESTAURER
               MOVE RES-FICHIER(INDICE-RES) TO WS-FICHIER-COURANT
               PERFORM Construire-Noms THRU FIN-Construire-Noms
               MOVE WS-NOM-GENERATION TO WS-NOM-FICHIER
               MOVE SPACES TO WS-FICHIER-COURANT
               PERFORM Examiner-Fichier THRU FIN-Examiner-Fichier
               MOVE RES-FICHIER(INDICE-RES) TO WS-FICHIER-COURANT
               IF L-Fst3 NOT = ZERO
                   DISPLAY '  ' WS-FICHIER-COURANT
                           ' : GENERATION ABSENTE'
                   SET RESTAURATION-REFUSEE TO TRUE
               ELSE
                   IF COMPTEUR-LIGNES NOT = RES-NB(INDICE-RES)
                       DISPLAY '  ' WS-FICHIER-COURANT ' : '
                               COMPTEUR-LIGNES ' LIGNE(S) AU LIEU DE '
                               RES-NB(INDICE-RES)
                       SET RESTAURATION-REFUSEE TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF RESTAURATION-REFUSEE
               DISPLAY 'GENERATION DU ' WS-DATE-DEMANDEE
                       ' INCOMPLETE : RIEN N A ETE REMIS EN PLACE'
               MOVE "ABANDONNE" TO JRN-EVENEMENT
               PERFORM Ecrire-Journal THRU FIN-Ecrire-Journal
               MOVE 8 TO RETURN-CODE
               GO TO FIN-Restaurer-Generation
           END-IF

           PERFORM VARYING INDICE-RES FROM 1 BY 1
                   UNTIL INDICE-RES > NB-A-RESTAURER
               MOVE RES-FICHIER(INDICE-RES) TO WS-FICHIER-COURANT
               PERFORM Construire-Noms THRU FIN-Construire-Noms
               CALL "CBL_COPY_FILE" USING WS-NOM-GENERATION
                                          WS-NOM-COURANT
                                    RETURNING WS-RC-SYSTEME
               IF WS-RC-SYSTEME NOT = ZERO
                   DISPLAY '  ' WS-FICHIER-COURANT
                           ' : COPIE IMPOSSIBLE (CODE '
                           WS-RC-SYSTEME ')'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO COMPTEUR-RESTAURES
                   DISPLAY '  ' WS-FICHIER-COURANT ' : REMIS EN PLACE ('
                           RES-NB(INDICE-RES) ' LIGNE(S))'
               END-IF
           END-PERFORM
           DISPLAY 'GENERATION DU ' WS-DATE-DEMANDEE ' RESTAUREE : '
                   COMPTEUR-RESTAURES ' FICHIER(S)'
           IF RETURN-CODE = 8
               MOVE "ABANDONNE" TO JRN-EVENEMENT
           ELSE
               MOVE "TERMINE" TO JRN-EVENEMENT
           END-IF
           PERFORM Ecrire-Journal THRU FIN-Ecrire-Journal
           .
      *************************
       FIN-Restaurer-Generation. EXIT.
      *************************

      ******************
       Noter-A-Restaurer.
      ******************
           IF NB-A-RESTAURER NOT < MAX-FICHIERS
               GO TO FIN-Noter-A-Restaurer
           END-IF
           ADD 1 TO NB-A-RESTAURER
           MOVE CAT-FICHIER TO RES-FICHIER(NB-A-RESTAURER)
           MOVE CAT-NB TO RES-NB(NB-A-RESTAURER)
           .
      **********************
       FIN-Noter-A-Restaurer. EXIT.
      **********************

      *****************
       Lister-Catalogue.
      *****************
           OPEN INPUT TAB-NUM-CATALOGUE
           IF L-Fst NOT = ZERO
               DISPLAY 'AUCUNE GENERATION ARCHIVEE'
               GO TO FIN-Lister-Catalogue
           END-IF
           SET FIN-NON TO TRUE
           PERFORM UNTIL FIN-OUI
               READ TAB-NUM-CATALOGUE
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       IF CAT-DISPONIBLE
                           DISPLAY CAT-DATE ' ' CAT-FICHIER ' '
                                   CAT-NB ' ' CAT-SOMME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAB-NUM-CATALOGUE
           .
      *********************
       FIN-Lister-Catalogue. EXIT.
      *********************

      ***************
       Ecrire-Journal.
      ***************
      *    Ajoute une ligne horodatee au journal commun des passages --
      *    meme mecanique que dans traiter-accuses.cbl : ouvert et
      *    referme a chaque ligne, cree a la premiere execution
      *    (statut 35), non bloquant s'il est inaccessible. La ligne
      *    porte FLUX 00/01.
           MOVE "generations" TO JRN-PROGRAMME
           MOVE " : " TO JRN-SEP1
           MOVE "FLUX " TO JRN-LIB-FLUX
           MOVE ZERO TO JRN-FLUX
           MOVE "/" TO JRN-SUR
           MOVE 1 TO JRN-NB-FLUX
           MOVE " : " TO JRN-SEP2
           ACCEPT WS-HEURE-JOUR FROM TIME
           MOVE WS-DATE-JOUR TO JRN-DATE
           MOVE "-" TO JRN-TIRET
           MOVE WS-HEURE-JOUR TO JRN-HEURE
           MOVE " : " TO JRN-SEP3
           MOVE " : " TO JRN-SEP4
           MOVE "FICHIERS" TO JRN-LIB1
           MOVE "=" TO JRN-EGAL1
           MOVE " : " TO JRN-SEP5
           MOVE "LIGNES" TO JRN-LIB2
           MOVE "=" TO JRN-EGAL2
           MOVE " : " TO JRN-SEP6
           MOVE "=" TO JRN-EGAL3
           IF ACTION-RESTAURER
               MOVE COMPTEUR-RESTAURES TO JRN-VAL1
               MOVE ZERO TO JRN-VAL2
               MOVE "RESTAURES" TO JRN-LIB3
               MOVE COMPTEUR-RESTAURES TO JRN-VAL3
           ELSE
               MOVE COMPTEUR-ARCHIVES TO JRN-VAL1
               MOVE COMPTEUR-LIGNES-ARCHIVEES TO JRN-VAL2
               MOVE "EXPIREES" TO JRN-LIB3
               MOVE COMPTEUR-EXPIREES TO JRN-VAL3
           END-IF
           OPEN EXTEND TAB-NUM-JOURNAL
           IF L-Fst4 = 35
               OPEN OUTPUT TAB-NUM-JOURNAL
           END-IF
           IF L-Fst4 NOT = ZERO
               DISPLAY "JOURNAL DES PASSAGES INACCESSIBLE (STATUT "
                       L-Fst4 ")"
               GO TO FIN-Ecrire-Journal
           END-IF
           WRITE JOURNAL-REC
           IF L-Fst4 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst4
           END-IF
           CLOSE TAB-NUM-JOURNAL
           .
      *******************
       FIN-Ecrire-Journal. EXIT.
      *******************

      *****
       FIN.
      *****
      * Archivage : la ligne TERMINE (ou ABANDONNE si une copie a
      * echoue) est celle qu'attend enchainer-nuit.cbl.
           IF ACTION-ARCHIVER
               IF RETURN-CODE = 8
                   MOVE "ABANDONNE" TO JRN-EVENEMENT
               ELSE
                   MOVE "TERMINE" TO JRN-EVENEMENT
               END-IF
               PERFORM Ecrire-Journal THRU FIN-Ecrire-Journal
           END-IF
           DISPLAY 'Fin de traitement.'
           STOP RUN.

       END PROGRAM gerer-generations.
