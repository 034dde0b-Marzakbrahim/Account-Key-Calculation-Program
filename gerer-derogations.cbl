       IDENTIFICATION DIVISION.
       PROGRAM-ID. gerer-derogations.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Registre des derogations sur les numeros de compte (voir
      *    Structure-derogation.txt) : cle imposee ou blocage, saisis
      *    au clavier par un operateur demandeur avec leur motif et
      *    leur date d'expiration, puis approuves par un second
      *    operateur -- une derogation non approuvee ne s'applique
      *    jamais. Levee anticipee, consultation, liste. En mode
      *    rapport (1er argument = R), le programme ne touche a rien et
      *    edite le rapport de controle des derogations pour l'audit
      *    interne. Voir Resoudre-Noms pour le repertoire,
      *    configurable par TAB_NUM_DIR.
           SELECT TAB-NUM-DEROGATIONS ASSIGN TO DYNAMIC
                       WS-NOM-DEROGATIONS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRG-NUM
               FILE STATUS IS L-Fst
                .

      *    Trace permanente des derogations : les saisies,
      *    approbations et levees faites ici y rejoignent les usages
      *    laisses par les traitements de nuit.
           SELECT TAB-NUM-DEROGATIONS-TRACE ASSIGN TO DYNAMIC
                       WS-NOM-TRACE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst2
                .

      *    Rapport de controle des derogations (mode rapport) : chaque
      *    ligne de trace de la periode, les totaux, puis l'etat du
      *    registre.
           SELECT TAB-NUM-DEROGATIONS-RAPPORT ASSIGN TO DYNAMIC
                       WS-NOM-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst3
                .

      *    Date metier de la journee en cours (voir
      *    Structure-date-metier.txt) : elle date les saisies et sert
      *    de reference aux dates d'expiration.
           SELECT TAB-NUM-DATE-METIER ASSIGN TO DYNAMIC
                       WS-NOM-DATE-METIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst4
                .

      *    Referentiel des operateurs (voir Structure-operateur.txt) :
      *    l'ecran ne s'ouvre qu'a un operateur identifie, qui devient
      *    le demandeur de ses saisies ; seul un superviseur approuve.
           SELECT TAB-NUM-OPERATEURS ASSIGN TO DYNAMIC
                       WS-NOM-OPERATEURS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-CODE
               FILE STATUS IS L-Fst5
                .

      *    Journal permanent des acces (voir Structure-acces.txt) :
      *    connexions et actions refusees faute de role.
           SELECT TAB-NUM-ACCES ASSIGN TO DYNAMIC
                       WS-NOM-ACCES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst6
                .
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD TAB-NUM-DEROGATIONS.
      * Une derogation, cle = numero de compte -- structure partagee
      * par copybook avec les traitements qui l'appliquent :
       01 DEROGATION-ENR.
           COPY 'Structure-derogation.txt'.

       FD TAB-NUM-DEROGATIONS-TRACE.
       01 TRACE-DEROGATION-REC.
           COPY 'Structure-trace-derogation.txt'.

       FD TAB-NUM-DEROGATIONS-RAPPORT.
      * Ligne d'entete du rapport (periode couverte) :
       01 RAPPORT-ENTETE-REC.
           05 RPE-LIBELLE                        PIC X(36).
           05 RPE-DATE-DEBUT                     PIC X(8).
           05 RPE-TIRET                          PIC X(3).
           05 RPE-DATE-FIN                       PIC X(8).
      * Ligne de detail : la ligne de trace telle quelle.
       01 RAPPORT-TRACE-REC                      PIC X(168).
      * Ligne de total :
       01 RAPPORT-TOTAL-REC.
           05 RPT-LIBELLE                        PIC X(36).
           05 RPT-SEP                            PIC X(3).
           05 RPT-VALEUR                         PIC 9(10).
      * Ligne de l'etat du registre (une par derogation en cours) :
       01 RAPPORT-REGISTRE-REC.
           05 RPR-NUM                            PIC X(10).
           05 RPR-SEP1                           PIC X(3).
           05 RPR-NATURE                         PIC X(1).
           05 RPR-SEP2                           PIC X(3).
           05 RPR-CLE                            PIC 9(1).
           05 RPR-SEP3                           PIC X(3).
           05 RPR-ETAT                           PIC X(10).
           05 RPR-SEP4                           PIC X(3).
           05 RPR-DEMANDEUR                      PIC X(8).
           05 RPR-SEP5                           PIC X(3).
           05 RPR-APPROBATEUR                    PIC X(8).
           05 RPR-SEP6                           PIC X(3).
           05 RPR-DATE-EXPIRATION                PIC X(8).
           05 RPR-SEP7                           PIC X(3).
           05 RPR-MOTIF                          PIC X(40).

       FD TAB-NUM-DATE-METIER.
       01 DATE-METIER-REC.
           COPY 'Structure-date-metier.txt'.

       FD TAB-NUM-OPERATEURS.
       01 OPERATEUR-ENR.
           COPY 'Structure-operateur.txt'.

       FD TAB-NUM-ACCES.
       01 ACCES-REC.
           COPY 'Structure-acces.txt'.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      * Déclaration des variables.

       01 L-Fst                                           PIC 99.
       01 L-Fst2                                          PIC 99.
       01 L-Fst3                                          PIC 99.
       01 L-Fst4                                          PIC 99.
       01 L-Fst5                                          PIC 99.
       01 L-Fst6                                          PIC 99.
      * Verdict de la lecture de la date metier (voir
      * Lire-Date-Metier).
       01 Date-Metier-Switch                              PIC X(1).
           88 DATE-METIER-ADMISE   VALUE 'A'.
           88 DATE-METIER-REFUSEE  VALUE 'R'.

      * Saisies de l'operateur.
       01 WS-SAISIE-ACTION                                PIC X(1).
       01 WS-SAISIE-OPERATEUR                             PIC X(8).
       01 WS-SAISIE-MOT-DE-PASSE                          PIC X(8).
       01 WS-SAISIE-NUM                                   PIC X(10).
       01 WS-SAISIE-NATURE                                PIC X(1).
       01 WS-SAISIE-CLE                                   PIC X(1).
       01 WS-SAISIE-MOTIF                                 PIC X(40).
       01 WS-SAISIE-EXPIRATION                            PIC X(8).

      * Mode de fonctionnement : ecran, ou rapport de controle (1er
      * argument = R, 2e et 3e = premiere et derniere date metier de
      * la periode, par defaut la journee courante).
       01 WS-ARGUMENT                                     PIC X(10).
       01 Mode-Switch                                     PIC X(1).
           88 MODE-ECRAN   VALUE 'E'.
           88 MODE-RAPPORT VALUE 'R'.
       01 WS-DATE-DEBUT                                   PIC X(8).
       01 WS-DATE-FIN                                     PIC X(8).

      * Disponibilite de la trace : une trace inaccessible n'empeche
      * pas la gestion, mais elle est signalee a chaque evenement.
       01 Trace-Switch                                    PIC X(1).
           88 TRACE-OUVERTE      VALUE 'O'.
           88 TRACE-INDISPONIBLE VALUE 'I'.
      * Evenement a tracer et operateur qui en est a l'origine :
      * l'operateur connecte (voir Identifier-Operateur), avec son
      * role lu au referentiel des operateurs.
       01 WS-EVENEMENT                                    PIC X(16).
       01 WS-OPERATEUR                                    PIC X(8).
       01 WS-ROLE-OPERATEUR                               PIC X(1).
           88 ROLE-CONSULTATION VALUE 'C'.
           88 ROLE-MAINTENANCE  VALUE 'M'.
           88 ROLE-SUPERVISEUR  VALUE 'S'.
       01 WS-NB-TENTATIVES                                PIC 9(1).
       01 Connexion-Switch                                PIC X(1).
           88 CONNEXION-ACCEPTEE VALUE 'A'.
           88 CONNEXION-REFUSEE  VALUE 'R'.

      * Ligne du journal des acces a ecrire (voir Journaliser-Acces)
      * et verdict de son ecriture.
       01 WS-ACTION-ACCES                                 PIC X(20).
       01 WS-OBJET-ACCES                                  PIC X(10).
       01 WS-DETAIL-ACCES                                 PIC X(30).
       01 WS-DATE-ACCES                                   PIC X(8).
       01 WS-HEURE-ACCES                                  PIC X(8).
       01 Acces-Switch                                    PIC X(1).
           88 ACCES-JOURNALISE     VALUE 'J'.
           88 ACCES-NON-JOURNALISE VALUE 'N'.

      * Compteurs du rapport de controle.
       01 COMPTEUR-LIGNES-TRACE                           PIC 9(10).
       01 COMPTEUR-CLES-IMPOSEES                          PIC 9(10).
       01 COMPTEUR-BLOCAGES                               PIC 9(10).
       01 COMPTEUR-NON-TRANSMIS                           PIC 9(10).
       01 COMPTEUR-SAISIES                                PIC 9(10).
       01 COMPTEUR-APPROBATIONS                           PIC 9(10).
       01 COMPTEUR-LEVEES                                 PIC 9(10).
       01 COMPTEUR-ACTIVES                                PIC 9(10).
       01 COMPTEUR-EN-ATTENTE                             PIC 9(10).
       01 COMPTEUR-EXPIREES                               PIC 9(10).

       01 Fin-Gestion-Switch                              PIC X(1).
           88 GESTION-FINIE     VALUE 'Y'.
           88 GESTION-EN-COURS  VALUE 'X'.
       01 Fin-Liste-Switch                                PIC X(1).
           88 FIN-LISTE-OUI VALUE 'Y'.
           88 FIN-LISTE-NON VALUE 'X'.
       01 Fin-Trace-Switch                                PIC X(1).
           88 FIN-TRACE-OUI VALUE 'Y'.
           88 FIN-TRACE-NON VALUE 'X'.

      * Date du jour (AAAAMMJJ) et heure (HHMMSSCC) des evenements.
       01 WS-DATE-JOUR                                    PIC X(8).
       01 WS-HEURE-JOUR                                   PIC X(8).
      * Etat d'une derogation a la date du jour, pour l'affichage.
       01 WS-ETAT                                         PIC X(10).

      * Noms de fichiers resolus au demarrage -- voir Resoudre-Noms.
       01 WS-NOM-DEROGATIONS                              PIC X(60).
       01 WS-NOM-TRACE                                    PIC X(60).
       01 WS-NOM-RAPPORT                                  PIC X(60).
       01 WS-NOM-DATE-METIER                              PIC X(60).
       01 WS-NOM-OPERATEURS                               PIC X(60).
       01 WS-NOM-ACCES                                    PIC X(60).

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

           INITIALIZE L-Fst
                      L-Fst2
                      L-Fst3
                      L-Fst4
                      L-Fst5
                      L-Fst6
                      COMPTEUR-LIGNES-TRACE
                      COMPTEUR-CLES-IMPOSEES
                      COMPTEUR-BLOCAGES
                      COMPTEUR-NON-TRANSMIS
                      COMPTEUR-SAISIES
                      COMPTEUR-APPROBATIONS
                      COMPTEUR-LEVEES
                      COMPTEUR-ACTIVES
                      COMPTEUR-EN-ATTENTE
                      COMPTEUR-EXPIREES

           SET GESTION-EN-COURS TO TRUE

      *    Mode rapport : 1er argument = R. Absent ou autre, c'est
      *    l'ecran de gestion.
           SET MODE-ECRAN TO TRUE
           MOVE SPACES TO WS-ARGUMENT
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARGUMENT FROM ARGUMENT-VALUE
           IF WS-ARGUMENT(1:1) = "R" OR WS-ARGUMENT(1:1) = "r"
               SET MODE-RAPPORT TO TRUE
           END-IF

           PERFORM Resoudre-Noms THRU FIN-Resoudre-Noms

      *    Date metier de la session -- lue avant toute ouverture de
      *    fichier.
           PERFORM Lire-Date-Metier THRU FIN-Lire-Date-Metier

           IF MODE-RAPPORT
               PERFORM Lire-Periode THRU FIN-Lire-Periode
               OPEN INPUT TAB-NUM-DEROGATIONS
               IF L-Fst NOT = ZERO
                   DISPLAY "REGISTRE DES DEROGATIONS ABSENT (STATUT "
                           L-Fst ")"
               END-IF
               GO TO INITIALISATION-FIN
           END-IF

      *    Pas de gestion sans operateur identifie : c'est lui qui
      *    demande, approuve ou leve, sans ressaisir son code.
           PERFORM Identifier-Operateur THRU FIN-Identifier-Operateur

      *    Le registre est permanent : il se rouvre d'une session a
      *    l'autre, et se cree vide a la toute premiere utilisation
      *    (statut 35).
           OPEN I-O TAB-NUM-DEROGATIONS
           IF L-Fst = 35
               OPEN OUTPUT TAB-NUM-DEROGATIONS
               CLOSE TAB-NUM-DEROGATIONS
               OPEN I-O TAB-NUM-DEROGATIONS
           END-IF
           IF L-Fst NOT = ZERO
               DISPLAY "REGISTRE DES DEROGATIONS INACCESSIBLE (STATUT "
                       L-Fst ")"
               SET GESTION-FINIE TO TRUE
           END-IF

      *    Trace permanente : completee, jamais reecrite, et creee a
      *    la toute premiere utilisation (statut 35).
           SET TRACE-OUVERTE TO TRUE
           OPEN EXTEND TAB-NUM-DEROGATIONS-TRACE
           IF L-Fst2 = 35
               OPEN OUTPUT TAB-NUM-DEROGATIONS-TRACE
           END-IF
           IF L-Fst2 NOT = ZERO
               SET TRACE-INDISPONIBLE TO TRUE
               DISPLAY "TRACE DES DEROGATIONS INACCESSIBLE (STATUT "
                       L-Fst2 ")"
           END-IF

           DISPLAY '*********************************'
           DISPLAY '***  Gestion des DEROGATIONS  ***'
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

           MOVE SPACES TO WS-NOM-DEROGATIONS
                          WS-NOM-TRACE
                          WS-NOM-RAPPORT
                          WS-NOM-DATE-METIER
                          WS-NOM-OPERATEURS
                          WS-NOM-ACCES
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-DEROGATIONS.dat" DELIMITED BY SIZE
               INTO WS-NOM-DEROGATIONS
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-DEROGATIONS-TRACE.txt" DELIMITED BY SIZE
               INTO WS-NOM-TRACE
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-DEROGATIONS-RAPPORT.txt" DELIMITED BY SIZE
               INTO WS-NOM-RAPPORT
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-DATE-METIER.txt" DELIMITED BY SIZE
               INTO WS-NOM-DATE-METIER
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-OPERATEURS.dat" DELIMITED BY SIZE
               INTO WS-NOM-OPERATEURS
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-ACCES.txt" DELIMITED BY SIZE
               INTO WS-NOM-ACCES
           .
      ******************
       FIN-Resoudre-Noms. EXIT.
      ******************

      *****************
       Lire-Date-Metier.
      *****************
      *    Les saisies sont datees de la journee metier ouverte, pas de
      *    l'horloge du systeme. Fichier absent, vide, ou journee deja
      *    close : la gestion est refusee avant d'avoir ouvert le
      *    moindre fichier. Le rapport, lui, ne modifie rien : il
      *    prend la journee metier quel que soit son statut, ou a
      *    defaut la date du systeme, comme controler-coherence.cbl.
           MOVE SPACES TO WS-DATE-JOUR
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           SET DATE-METIER-REFUSEE TO TRUE
           OPEN INPUT TAB-NUM-DATE-METIER
           IF L-Fst4 NOT = ZERO
               DISPLAY "PAS DE DATE METIER (STATUT " L-Fst4
                       ") : TRAITEMENT REFUSE"
           ELSE
               READ TAB-NUM-DATE-METIER
                   AT END
                       DISPLAY "DATE METIER VIDE : TRAITEMENT REFUSE"
                   NOT AT END
                       IF DTM-OUVERTE OR MODE-RAPPORT
                           MOVE DTM-DATE TO WS-DATE-JOUR
                           SET DATE-METIER-ADMISE TO TRUE
                       ELSE
                           DISPLAY "JOURNEE DU " DTM-DATE
                                   " DEJA CLOSE : TRAITEMENT REFUSE"
                       END-IF
               END-READ
               CLOSE TAB-NUM-DATE-METIER
           END-IF
           IF DATE-METIER-REFUSEE AND MODE-ECRAN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *********************
       FIN-Lire-Date-Metier. EXIT.
      *********************

      *************
       Lire-Periode.
      *************
      *    Periode du rapport : 2e et 3e arguments (AAAAMMJJ). Sans
      *    date de debut, la journee du jour ; sans date de fin, la
      *    date de debut.
           MOVE SPACES TO WS-DATE-DEBUT
                          WS-DATE-FIN
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-DATE-DEBUT FROM ARGUMENT-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-DATE-FIN FROM ARGUMENT-VALUE
           IF WS-DATE-DEBUT IS NOT NUMERIC
               MOVE WS-DATE-JOUR TO WS-DATE-DEBUT
           END-IF
           IF WS-DATE-FIN IS NOT NUMERIC
               MOVE WS-DATE-DEBUT TO WS-DATE-FIN
           END-IF
           .
      *****************
       FIN-Lire-Periode. EXIT.
      *****************

      *********************
       Identifier-Operateur.
      *********************
      *    Connexion de l'operateur : code et mot de passe controles
      *    au referentiel des operateurs, trois essais au plus. Au
      *    troisieme mot de passe errone consecutif, l'operateur est
      *    suspendu jusqu'a sa reactivation par un superviseur (voir
      *    gerer-operateurs.cbl). Referentiel inaccessible, essais
      *    epuises ou journal des acces indisponible : la session est
      *    refusee avant d'avoir ouvert le moindre autre fichier.
           OPEN I-O TAB-NUM-OPERATEURS
           IF L-Fst5 NOT = ZERO
               DISPLAY "REFERENTIEL DES OPERATEURS INACCESSIBLE "
                       "(STATUT " L-Fst5 ") : CONNEXION IMPOSSIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET CONNEXION-REFUSEE TO TRUE
           MOVE ZERO TO WS-NB-TENTATIVES
           PERFORM UNTIL CONNEXION-ACCEPTEE
                      OR WS-NB-TENTATIVES NOT < 3
               ADD 1 TO WS-NB-TENTATIVES
               PERFORM Controler-Connexion
                       THRU FIN-Controler-Connexion
           END-PERFORM
           CLOSE TAB-NUM-OPERATEURS
           IF CONNEXION-REFUSEE
               DISPLAY "CONNEXION REFUSEE : FIN DE SESSION"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *************************
       FIN-Identifier-Operateur. EXIT.
      *************************

      ********************
       Controler-Connexion.
      ********************
           DISPLAY 'CODE OPERATEUR ?'
           MOVE SPACES TO WS-SAISIE-OPERATEUR
           ACCEPT WS-SAISIE-OPERATEUR
           DISPLAY 'MOT DE PASSE ?'
           MOVE SPACES TO WS-SAISIE-MOT-DE-PASSE
           ACCEPT WS-SAISIE-MOT-DE-PASSE
           MOVE WS-SAISIE-OPERATEUR TO WS-OPERATEUR
           MOVE SPACE TO WS-ROLE-OPERATEUR
           MOVE "CONNEXION REFUSEE" TO WS-ACTION-ACCES
           MOVE SPACES TO WS-OBJET-ACCES
           MOVE WS-SAISIE-OPERATEUR TO OPR-CODE
           READ TAB-NUM-OPERATEURS
               INVALID KEY
                   MOVE "OPERATEUR INCONNU" TO WS-DETAIL-ACCES
                   DISPLAY 'OPERATEUR INCONNU OU MOT DE PASSE ERRONE'
                   PERFORM Journaliser-Acces THRU FIN-Journaliser-Acces
                   GO TO FIN-Controler-Connexion
           END-READ
           IF OPR-SUSPENDU
               MOVE "OPERATEUR SUSPENDU" TO WS-DETAIL-ACCES
               DISPLAY 'OPERATEUR SUSPENDU : VOIR UN SUPERVISEUR'
               PERFORM Journaliser-Acces THRU FIN-Journaliser-Acces
               GO TO FIN-Controler-Connexion
           END-IF
           IF WS-SAISIE-MOT-DE-PASSE NOT = OPR-MOT-DE-PASSE
               MOVE "MOT DE PASSE ERRONE" TO WS-DETAIL-ACCES
               DISPLAY 'OPERATEUR INCONNU OU MOT DE PASSE ERRONE'
               ADD 1 TO OPR-NB-ECHECS
               IF OPR-NB-ECHECS NOT < 3
                   SET OPR-SUSPENDU TO TRUE
                   ACCEPT OPR-DATE-MODIFICATION FROM DATE YYYYMMDD
                   MOVE SPACES TO OPR-MODIFIE-PAR
                   MOVE "MOT DE PASSE ERRONE, SUSPENDU"
                       TO WS-DETAIL-ACCES
               END-IF
               REWRITE OPERATEUR-ENR
               IF L-Fst5 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst5
               END-IF
               PERFORM Journaliser-Acces THRU FIN-Journaliser-Acces
               GO TO FIN-Controler-Connexion
           END-IF
           IF OPR-NB-ECHECS NOT = ZERO
               MOVE ZERO TO OPR-NB-ECHECS
               REWRITE OPERATEUR-ENR
               IF L-Fst5 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst5
               END-IF
           END-IF
           MOVE OPR-ROLE TO WS-ROLE-OPERATEUR
           MOVE "CONNEXION" TO WS-ACTION-ACCES
           MOVE OPR-NOM TO WS-DETAIL-ACCES
           PERFORM Journaliser-Acces THRU FIN-Journaliser-Acces
           IF ACCES-NON-JOURNALISE
      *        Une session qui ne laisserait pas de trace n'est pas
      *        ouverte : inutile de retenter.
               MOVE 3 TO WS-NB-TENTATIVES
               GO TO FIN-Controler-Connexion
           END-IF
           SET CONNEXION-ACCEPTEE TO TRUE
           DISPLAY 'OPERATEUR ' OPR-CODE ' CONNECTE : ' OPR-NOM
           .
      ************************
       FIN-Controler-Connexion. EXIT.
      ************************

      ******************
       Journaliser-Acces.
      ******************
      *    Ajoute une ligne au journal permanent des acces -- l'appelant
      *    renseigne l'action, l'objet et la precision. Meme mecanique
      *    que le journal des passages : ouvert et referme a chaque
      *    ligne, pour que plusieurs postes y ecrivent l'un apres
      *    l'autre, et cree a la premiere utilisation (statut 35).
      *    Date et heure sont celles de l'horloge : c'est le moment de
      *    l'acces qui compte ici, pas la journee metier.
           SET ACCES-JOURNALISE TO TRUE
           ACCEPT WS-DATE-ACCES FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-ACCES FROM TIME
           OPEN EXTEND TAB-NUM-ACCES
           IF L-Fst6 = 35
               OPEN OUTPUT TAB-NUM-ACCES
           END-IF
           IF L-Fst6 NOT = ZERO
               SET ACCES-NON-JOURNALISE TO TRUE
               DISPLAY "JOURNAL DES ACCES INACCESSIBLE (STATUT "
                       L-Fst6 ")"
               GO TO FIN-Journaliser-Acces
           END-IF
           MOVE WS-DATE-ACCES TO ACC-DATE
           MOVE " : " TO ACC-SEP1
           MOVE WS-HEURE-ACCES TO ACC-HEURE
           MOVE " : " TO ACC-SEP2
           MOVE "derogations" TO ACC-PROGRAMME
           MOVE " : " TO ACC-SEP3
           MOVE WS-OPERATEUR TO ACC-OPERATEUR
           MOVE " : " TO ACC-SEP4
           MOVE WS-ROLE-OPERATEUR TO ACC-ROLE
           MOVE " : " TO ACC-SEP5
           MOVE WS-OBJET-ACCES TO ACC-OBJET
           MOVE " : " TO ACC-SEP6
           MOVE WS-ACTION-ACCES TO ACC-ACTION
           MOVE " : " TO ACC-SEP7
           MOVE WS-DETAIL-ACCES TO ACC-DETAIL
           WRITE ACCES-REC
           IF L-Fst6 NOT = ZERO
               SET ACCES-NON-JOURNALISE TO TRUE
                       DISPLAY 'Erreur ecriture fichier =' L-Fst6
           END-IF
           CLOSE TAB-NUM-ACCES
           .
      **********************
       FIN-Journaliser-Acces. EXIT.
      **********************

      ************
       TRAITEMENT.
      ************
           IF MODE-RAPPORT
               PERFORM Editer-Rapport THRU FIN-Editer-Rapport
               GO TO FIN-TRAITEMENT
           END-IF
           PERFORM UNTIL GESTION-FINIE
               PERFORM Saisir-Action THRU FIN-Saisir-Action
               EVALUATE WS-SAISIE-ACTION
                   WHEN "D"
                   WHEN "d"
                       PERFORM Demander-Derogation
                               THRU FIN-Demander-Derogation
                   WHEN "A"
                   WHEN "a"
                       PERFORM Approuver-Derogation
                               THRU FIN-Approuver-Derogation
                   WHEN "L"
                   WHEN "l"
                       PERFORM Lever-Derogation
                               THRU FIN-Lever-Derogation
                   WHEN "C"
                   WHEN "c"
                       PERFORM Consulter-Derogation
                               THRU FIN-Consulter-Derogation
                   WHEN "T"
                   WHEN "t"
                       PERFORM Lister-Derogations
                               THRU FIN-Lister-Derogations
                   WHEN "Q"
                   WHEN "q"
                       SET GESTION-FINIE TO TRUE
                   WHEN OTHER
                       DISPLAY 'ACTION INCONNUE'
               END-EVALUATE
           END-PERFORM
           .
      ****************
       FIN-TRAITEMENT. EXIT.
      ****************

      **************
       Saisir-Action.
      **************
           DISPLAY ' '
           DISPLAY 'D DEMANDER - A APPROUVER - L LEVER - C CONSULTER - '
                   'T TOUT LISTER - Q QUITTER ?'
           MOVE SPACES TO WS-SAISIE-ACTION
           ACCEPT WS-SAISIE-ACTION
           IF WS-SAISIE-ACTION = SPACE
               SET GESTION-FINIE TO TRUE
           END-IF
           .
      ******************
       FIN-Saisir-Action. EXIT.
      ******************

      ***************
       Refuser-Action.
      ***************
      *    Action hors du role de l'operateur connecte : refusee et
      *    journalisee comme un acces -- l'appelant renseigne l'objet
      *    et l'action refusee.
           DISPLAY 'ACTION NON AUTORISEE POUR L OPERATEUR '
                   WS-OPERATEUR
           MOVE "ACTION REFUSEE" TO WS-ACTION-ACCES
           PERFORM Journaliser-Acces THRU FIN-Journaliser-Acces
           .
      *******************
       FIN-Refuser-Action. EXIT.
      *******************

      *************
       Saisir-Num.
      *************
           DISPLAY 'NUMERO DE COMPTE (10 CHIFFRES) ?'
           MOVE SPACES TO WS-SAISIE-NUM
           ACCEPT WS-SAISIE-NUM
           .
      ***************
       FIN-Saisir-Num. EXIT.
      ***************

      ********************
       Demander-Derogation.
      ********************
      *    Saisie d'une derogation par le demandeur : elle entre au
      *    registre EN ATTENTE et ne s'applique qu'apres approbation.
      *    Un compte n'a qu'une derogation a la fois : celle en
      *    attente ou en vigueur doit d'abord etre levee ; une
      *    derogation levee ou expiree est remplacee (la trace en
      *    garde l'historique). Le demandeur est l'operateur
      *    connecte ; un role de consultation seule ne saisit rien.
           IF ROLE-CONSULTATION
               MOVE SPACES TO WS-OBJET-ACCES
               MOVE "DEMANDE DE DEROGATION" TO WS-DETAIL-ACCES
               PERFORM Refuser-Action THRU FIN-Refuser-Action
               GO TO FIN-Demander-Derogation
           END-IF
           PERFORM Saisir-Num THRU FIN-Saisir-Num
           IF WS-SAISIE-NUM IS NOT NUMERIC
               DISPLAY 'NUMERO NON NUMERIQUE : DEMANDE ABANDONNEE'
               GO TO FIN-Demander-Derogation
           END-IF
           DISPLAY 'NATURE (C CLE IMPOSEE - B BLOCAGE) ?'
           MOVE SPACES TO WS-SAISIE-NATURE
           ACCEPT WS-SAISIE-NATURE
           IF WS-SAISIE-NATURE = "c"
               MOVE "C" TO WS-SAISIE-NATURE
           END-IF
           IF WS-SAISIE-NATURE = "b"
               MOVE "B" TO WS-SAISIE-NATURE
           END-IF
           IF WS-SAISIE-NATURE NOT = "C" AND WS-SAISIE-NATURE NOT = "B"
               DISPLAY 'NATURE INCONNUE : DEMANDE ABANDONNEE'
               GO TO FIN-Demander-Derogation
           END-IF
           MOVE "0" TO WS-SAISIE-CLE
           IF WS-SAISIE-NATURE = "C"
               DISPLAY 'CLE IMPOSEE (0 A 9) ?'
               MOVE SPACES TO WS-SAISIE-CLE
               ACCEPT WS-SAISIE-CLE
               IF WS-SAISIE-CLE IS NOT NUMERIC
                   DISPLAY 'CLE NON NUMERIQUE : DEMANDE ABANDONNEE'
                   GO TO FIN-Demander-Derogation
               END-IF
           END-IF
           DISPLAY 'MOTIF ?'
           MOVE SPACES TO WS-SAISIE-MOTIF
           ACCEPT WS-SAISIE-MOTIF
           IF WS-SAISIE-MOTIF = SPACES
               DISPLAY 'MOTIF OBLIGATOIRE : DEMANDE ABANDONNEE'
               GO TO FIN-Demander-Derogation
           END-IF
           DISPLAY 'DATE D EXPIRATION (AAAAMMJJ) ?'
           MOVE SPACES TO WS-SAISIE-EXPIRATION
           ACCEPT WS-SAISIE-EXPIRATION
           IF WS-SAISIE-EXPIRATION IS NOT NUMERIC
              OR WS-SAISIE-EXPIRATION < WS-DATE-JOUR
               DISPLAY 'DATE D EXPIRATION INVALIDE OU PASSEE : '
                       'DEMANDE ABANDONNEE'
               GO TO FIN-Demander-Derogation
           END-IF

           MOVE WS-SAISIE-NUM TO DRG-NUM
           READ TAB-NUM-DEROGATIONS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DRG-EN-ATTENTE
                      OR (DRG-APPROUVEE
                          AND DRG-DATE-EXPIRATION NOT < WS-DATE-JOUR)
                       DISPLAY 'COMPTE ' WS-SAISIE-NUM
                               ' : DEROGATION DEJA EN COURS, '
                               'A LEVER D ABORD'
                       GO TO FIN-Demander-Derogation
                   END-IF
           END-READ
           INITIALIZE DEROGATION-ENR
           MOVE WS-SAISIE-NUM TO DRG-NUM
           MOVE WS-SAISIE-NATURE TO DRG-NATURE
           MOVE WS-SAISIE-CLE TO DRG-CLE
           MOVE WS-SAISIE-MOTIF TO DRG-MOTIF
           MOVE WS-OPERATEUR TO DRG-DEMANDEUR
           MOVE WS-DATE-JOUR TO DRG-DATE-DEMANDE
           MOVE WS-SAISIE-EXPIRATION TO DRG-DATE-EXPIRATION
           SET DRG-EN-ATTENTE TO TRUE
           WRITE DEROGATION-ENR
           IF L-Fst = 22
               REWRITE DEROGATION-ENR
           END-IF
           IF L-Fst NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst
               GO TO FIN-Demander-Derogation
           END-IF
           DISPLAY 'COMPTE ' WS-SAISIE-NUM
                   ' : DEROGATION EN ATTENTE D APPROBATION'
           MOVE "SAISIE" TO WS-EVENEMENT
           PERFORM Tracer-Evenement THRU FIN-Tracer-Evenement
           .
      ************************
       FIN-Demander-Derogation. EXIT.
      ************************

      *********************
       Approuver-Derogation.
      *********************
      *    Le second operateur approuve une derogation en attente : il
      *    ne peut pas etre celui qui l'a demandee, et une derogation
      *    deja expiree n'est plus approuvable (elle est a ressaisir).
      *    Seul un superviseur approuve.
           IF NOT ROLE-SUPERVISEUR
               MOVE SPACES TO WS-OBJET-ACCES
               MOVE "APPROBATION DE DEROGATION" TO WS-DETAIL-ACCES
               PERFORM Refuser-Action THRU FIN-Refuser-Action
               GO TO FIN-Approuver-Derogation
           END-IF
           PERFORM Saisir-Num THRU FIN-Saisir-Num
           MOVE WS-SAISIE-NUM TO DRG-NUM
           READ TAB-NUM-DEROGATIONS
               INVALID KEY
                   DISPLAY 'COMPTE ' WS-SAISIE-NUM
                           ' : AUCUNE DEROGATION'
                   GO TO FIN-Approuver-Derogation
           END-READ
           IF NOT DRG-EN-ATTENTE
               DISPLAY 'COMPTE ' WS-SAISIE-NUM
                       ' : AUCUNE DEROGATION EN ATTENTE'
               GO TO FIN-Approuver-Derogation
           END-IF
           IF WS-OPERATEUR = DRG-DEMANDEUR
               DISPLAY 'LE DEMANDEUR NE PEUT PAS APPROUVER SA PROPRE '
                       'DEMANDE'
               GO TO FIN-Approuver-Derogation
           END-IF
           IF DRG-DATE-EXPIRATION < WS-DATE-JOUR
               DISPLAY 'DEROGATION EXPIREE LE ' DRG-DATE-EXPIRATION
                       ' : A RESSAISIR'
               GO TO FIN-Approuver-Derogation
           END-IF
           PERFORM Afficher-Derogation THRU FIN-Afficher-Derogation
           MOVE WS-OPERATEUR TO DRG-APPROBATEUR
           MOVE WS-DATE-JOUR TO DRG-DATE-APPROBATION
           SET DRG-APPROUVEE TO TRUE
           REWRITE DEROGATION-ENR
           IF L-Fst NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst
               GO TO FIN-Approuver-Derogation
           END-IF
           DISPLAY 'COMPTE ' WS-SAISIE-NUM ' : DEROGATION APPROUVEE'
           MOVE "APPROBATION" TO WS-EVENEMENT
           PERFORM Tracer-Evenement THRU FIN-Tracer-Evenement
           .
      *************************
       FIN-Approuver-Derogation. EXIT.
      *************************

      *****************
       Lever-Derogation.
      *****************
      *    Levee anticipee d'une derogation en attente ou en vigueur :
      *    elle reste au registre, a l'etat LEVEE, avec l'operateur et
      *    la date de la levee. Reservee a un superviseur ; le
      *    demandeur peut toutefois retirer sa propre demande tant
      *    qu'elle est en attente.
           PERFORM Saisir-Num THRU FIN-Saisir-Num
           MOVE WS-SAISIE-NUM TO DRG-NUM
           READ TAB-NUM-DEROGATIONS
               INVALID KEY
                   DISPLAY 'COMPTE ' WS-SAISIE-NUM
                           ' : AUCUNE DEROGATION'
                   GO TO FIN-Lever-Derogation
           END-READ
           IF DRG-LEVEE
               DISPLAY 'COMPTE ' WS-SAISIE-NUM
                       ' : DEROGATION DEJA LEVEE LE ' DRG-DATE-LEVEE
               GO TO FIN-Lever-Derogation
           END-IF
           IF NOT ROLE-SUPERVISEUR
              AND NOT (DRG-EN-ATTENTE AND DRG-DEMANDEUR = WS-OPERATEUR)
               MOVE WS-SAISIE-NUM TO WS-OBJET-ACCES
               MOVE "LEVEE DE DEROGATION" TO WS-DETAIL-ACCES
               PERFORM Refuser-Action THRU FIN-Refuser-Action
               GO TO FIN-Lever-Derogation
           END-IF
           SET DRG-LEVEE TO TRUE
           MOVE WS-OPERATEUR TO DRG-LEVEE-PAR
           MOVE WS-DATE-JOUR TO DRG-DATE-LEVEE
           REWRITE DEROGATION-ENR
           IF L-Fst NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst
               GO TO FIN-Lever-Derogation
           END-IF
           DISPLAY 'COMPTE ' WS-SAISIE-NUM ' : DEROGATION LEVEE'
           MOVE "LEVEE" TO WS-EVENEMENT
           PERFORM Tracer-Evenement THRU FIN-Tracer-Evenement
           .
      *********************
       FIN-Lever-Derogation. EXIT.
      *********************

      *********************
       Consulter-Derogation.
      *********************
           PERFORM Saisir-Num THRU FIN-Saisir-Num
           MOVE WS-SAISIE-NUM TO DRG-NUM
           READ TAB-NUM-DEROGATIONS
               INVALID KEY
                   DISPLAY 'COMPTE ' WS-SAISIE-NUM
                           ' : AUCUNE DEROGATION'
               NOT INVALID KEY
                   PERFORM Afficher-Derogation
                           THRU FIN-Afficher-Derogation
           END-READ
           .
      *************************
       FIN-Consulter-Derogation. EXIT.
      *************************

      ********************
       Afficher-Derogation.
      ********************
           PERFORM Determiner-Etat THRU FIN-Determiner-Etat
           DISPLAY 'COMPTE          : ' DRG-NUM
           IF DRG-BLOCAGE
               DISPLAY 'NATURE          : BLOCAGE'
           ELSE
               DISPLAY 'NATURE          : CLE IMPOSEE ' DRG-CLE
           END-IF
           DISPLAY 'ETAT            : ' WS-ETAT
           DISPLAY 'MOTIF           : ' DRG-MOTIF
           DISPLAY 'DEMANDE PAR     : ' DRG-DEMANDEUR
                   ' LE ' DRG-DATE-DEMANDE
           IF DRG-APPROBATEUR NOT = SPACES
               DISPLAY 'APPROUVEE PAR   : ' DRG-APPROBATEUR
                       ' LE ' DRG-DATE-APPROBATION
           END-IF
           DISPLAY 'EXPIRATION      : ' DRG-DATE-EXPIRATION
           IF DRG-LEVEE
               DISPLAY 'LEVEE PAR       : ' DRG-LEVEE-PAR
                       ' LE ' DRG-DATE-LEVEE
           END-IF
           .
      ************************
       FIN-Afficher-Derogation. EXIT.
      ************************

      ****************
       Determiner-Etat.
      ****************
      *    Etat de la derogation lue a la date du jour : seule une
      *    derogation EN VIGUEUR est appliquee par les traitements.
           EVALUATE TRUE
               WHEN DRG-LEVEE
                   MOVE "LEVEE" TO WS-ETAT
               WHEN DRG-DATE-EXPIRATION < WS-DATE-JOUR
                   MOVE "EXPIREE" TO WS-ETAT
               WHEN DRG-EN-ATTENTE
                   MOVE "EN ATTENTE" TO WS-ETAT
               WHEN OTHER
                   MOVE "EN VIGUEUR" TO WS-ETAT
           END-EVALUATE
           .
      ********************
       FIN-Determiner-Etat. EXIT.
      ********************

      *******************
       Lister-Derogations.
      *******************
      *    Liste complete, dans l'ordre des numeros de compte.
           MOVE LOW-VALUES TO DRG-NUM
           START TAB-NUM-DEROGATIONS KEY NOT < DRG-NUM
               INVALID KEY
                   SET FIN-LISTE-OUI TO TRUE
               NOT INVALID KEY
                   SET FIN-LISTE-NON TO TRUE
           END-START
           PERFORM UNTIL FIN-LISTE-OUI
               READ TAB-NUM-DEROGATIONS NEXT RECORD
                   AT END
                       SET FIN-LISTE-OUI TO TRUE
                   NOT AT END
                       PERFORM Determiner-Etat THRU FIN-Determiner-Etat
                       DISPLAY DRG-NUM ' : ' DRG-NATURE ' : ' DRG-CLE
                               ' : ' WS-ETAT ' : ' DRG-DATE-EXPIRATION
                               ' : ' DRG-MOTIF
               END-READ
      *        Une lecture en echec (statut autre que fin de fichier)
      *        ne declenche ni AT END ni NOT AT END : on sort de la
      *        boucle plutot que d'y rester indefiniment.
               IF L-Fst NOT = ZERO AND L-Fst NOT = 10
                   SET FIN-LISTE-OUI TO TRUE
               END-IF
           END-PERFORM
           .
      ***********************
       FIN-Lister-Derogations. EXIT.
      ***********************

      *****************
       Tracer-Evenement.
      *****************
      *    Une ligne de trace par saisie, approbation ou levee, avec
      *    la derogation telle qu'elle est desormais au registre.
           IF TRACE-INDISPONIBLE
               DISPLAY "TRACE INDISPONIBLE : " WS-EVENEMENT
                       " DU COMPTE " DRG-NUM " NON TRACEE"
               GO TO FIN-Tracer-Evenement
           END-IF
           ACCEPT WS-HEURE-JOUR FROM TIME
           MOVE WS-DATE-JOUR TO TRC-DATE
           MOVE " : " TO TRC-SEP1
           MOVE WS-HEURE-JOUR TO TRC-HEURE
           MOVE " : " TO TRC-SEP2
           MOVE "derogations" TO TRC-PROGRAMME
           MOVE " : " TO TRC-SEP3
           MOVE WS-OPERATEUR TO TRC-OPERATEUR
           MOVE " : " TO TRC-SEP4
           MOVE WS-EVENEMENT TO TRC-EVENEMENT
           MOVE " : " TO TRC-SEP5
           MOVE DRG-NUM TO TRC-NUM
           MOVE " : " TO TRC-SEP6
           MOVE DRG-NATURE TO TRC-NATURE
           MOVE " : " TO TRC-SEP7
           MOVE ZERO TO TRC-CLE-CALCULEE
           MOVE " : " TO TRC-SEP8
           MOVE DRG-CLE TO TRC-CLE-IMPOSEE
           MOVE " : " TO TRC-SEP9
           MOVE DRG-DEMANDEUR TO TRC-DEMANDEUR
           MOVE " : " TO TRC-SEP10
           MOVE DRG-APPROBATEUR TO TRC-APPROBATEUR
           MOVE " : " TO TRC-SEP11
           MOVE DRG-DATE-EXPIRATION TO TRC-DATE-EXPIRATION
           MOVE " : " TO TRC-SEP12
           MOVE DRG-MOTIF TO TRC-MOTIF
           WRITE TRACE-DEROGATION-REC
           IF L-Fst2 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst2
           END-IF
           .
      *********************
       FIN-Tracer-Evenement. EXIT.
      *********************

      ***************
       Editer-Rapport.
      ***************
      *    Rapport de controle pour l'audit interne : chaque ligne de
      *    la trace dont la date metier tombe dans la periode (usages
      *    par les traitements de nuit, saisies, approbations,
      *    levees), les totaux par evenement, puis chaque derogation
      *    du registre encore en attente ou en vigueur, et le nombre
      *    de celles qui ont expire sans etre levees.
           OPEN OUTPUT TAB-NUM-DEROGATIONS-RAPPORT
           IF L-Fst3 NOT = ZERO
               DISPLAY "RAPPORT DES DEROGATIONS IMPOSSIBLE (STATUT "
                       L-Fst3 ")"
               MOVE 8 TO RETURN-CODE
               GO TO FIN-Editer-Rapport
           END-IF
           MOVE "CONTROLE DES DEROGATIONS DU " TO RPE-LIBELLE
           MOVE WS-DATE-DEBUT TO RPE-DATE-DEBUT
           MOVE " - " TO RPE-TIRET
           MOVE WS-DATE-FIN TO RPE-DATE-FIN
           WRITE RAPPORT-ENTETE-REC

           OPEN INPUT TAB-NUM-DEROGATIONS-TRACE
           IF L-Fst2 = ZERO
               SET FIN-TRACE-NON TO TRUE
               PERFORM UNTIL FIN-TRACE-OUI
                   READ TAB-NUM-DEROGATIONS-TRACE
                       AT END
                           SET FIN-TRACE-OUI TO TRUE
                       NOT AT END
                           IF TRC-DATE NOT < WS-DATE-DEBUT
                              AND TRC-DATE NOT > WS-DATE-FIN
                               PERFORM Reporter-Trace
                                       THRU FIN-Reporter-Trace
                           END-IF
                   END-READ
                   IF L-Fst2 NOT = ZERO AND L-Fst2 NOT = 10
                       SET FIN-TRACE-OUI TO TRUE
                   END-IF
               END-PERFORM
               CLOSE TAB-NUM-DEROGATIONS-TRACE
           ELSE
               DISPLAY "PAS DE TRACE DES DEROGATIONS (STATUT " L-Fst2
                       ")"
           END-IF

           MOVE " : " TO RPT-SEP
           MOVE "NB CLES IMPOSEES" TO RPT-LIBELLE
           MOVE COMPTEUR-CLES-IMPOSEES TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC
           MOVE "NB COMPTES BLOQUES" TO RPT-LIBELLE
           MOVE COMPTEUR-BLOCAGES TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC
           MOVE "NB COMPTES NON TRANSMIS" TO RPT-LIBELLE
           MOVE COMPTEUR-NON-TRANSMIS TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC
           MOVE "NB DEROGATIONS SAISIES" TO RPT-LIBELLE
           MOVE COMPTEUR-SAISIES TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC
           MOVE "NB DEROGATIONS APPROUVEES" TO RPT-LIBELLE
           MOVE COMPTEUR-APPROBATIONS TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC
           MOVE "NB DEROGATIONS LEVEES" TO RPT-LIBELLE
           MOVE COMPTEUR-LEVEES TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC

           IF L-Fst = ZERO
               PERFORM Editer-Registre THRU FIN-Editer-Registre
           END-IF
           MOVE "NB DEROGATIONS EN VIGUEUR" TO RPT-LIBELLE
           MOVE COMPTEUR-ACTIVES TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC
           MOVE "NB DEROGATIONS EN ATTENTE" TO RPT-LIBELLE
           MOVE COMPTEUR-EN-ATTENTE TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC
           MOVE "NB DEROGATIONS EXPIREES NON LEVEES" TO RPT-LIBELLE
           MOVE COMPTEUR-EXPIREES TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC
           IF L-Fst3 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst3
           END-IF
           CLOSE TAB-NUM-DEROGATIONS-RAPPORT
           DISPLAY "RAPPORT DES DEROGATIONS DU " WS-DATE-DEBUT
                   " AU " WS-DATE-FIN " : " COMPTEUR-LIGNES-TRACE
                   " EVENEMENTS"
           .
      *******************
       FIN-Editer-Rapport. EXIT.
      *******************

      ***************
       Reporter-Trace.
      ***************
           WRITE RAPPORT-TRACE-REC FROM TRACE-DEROGATION-REC
           ADD 1 TO COMPTEUR-LIGNES-TRACE
           EVALUATE TRUE
               WHEN TRC-USAGE-CLE
                   ADD 1 TO COMPTEUR-CLES-IMPOSEES
               WHEN TRC-USAGE-BLOCAGE
                   ADD 1 TO COMPTEUR-BLOCAGES
               WHEN TRC-USAGE-TRANSMIS
                   ADD 1 TO COMPTEUR-NON-TRANSMIS
               WHEN TRC-SAISIE
                   ADD 1 TO COMPTEUR-SAISIES
               WHEN TRC-APPROBATION
                   ADD 1 TO COMPTEUR-APPROBATIONS
               WHEN TRC-LEVEE
                   ADD 1 TO COMPTEUR-LEVEES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *******************
       FIN-Reporter-Trace. EXIT.
      *******************

      ****************
       Editer-Registre.
      ****************
      *    Etat du registre a la date du jour : une ligne par
      *    derogation en attente ou en vigueur ; les expirees non
      *    levees ne sont que comptees.
           MOVE LOW-VALUES TO DRG-NUM
           START TAB-NUM-DEROGATIONS KEY NOT < DRG-NUM
               INVALID KEY
                   SET FIN-LISTE-OUI TO TRUE
               NOT INVALID KEY
                   SET FIN-LISTE-NON TO TRUE
           END-START
           PERFORM UNTIL FIN-LISTE-OUI
               READ TAB-NUM-DEROGATIONS NEXT RECORD
                   AT END
                       SET FIN-LISTE-OUI TO TRUE
                   NOT AT END
                       PERFORM Reporter-Derogation
                               THRU FIN-Reporter-Derogation
               END-READ
               IF L-Fst NOT = ZERO AND L-Fst NOT = 10
                   SET FIN-LISTE-OUI TO TRUE
               END-IF
           END-PERFORM
           .
      ********************
       FIN-Editer-Registre. EXIT.
      ********************

      ********************
       Reporter-Derogation.
      ********************
           PERFORM Determiner-Etat THRU FIN-Determiner-Etat
           EVALUATE WS-ETAT
               WHEN "LEVEE"
                   GO TO FIN-Reporter-Derogation
               WHEN "EXPIREE"
                   ADD 1 TO COMPTEUR-EXPIREES
                   GO TO FIN-Reporter-Derogation
               WHEN "EN ATTENTE"
                   ADD 1 TO COMPTEUR-EN-ATTENTE
               WHEN OTHER
                   ADD 1 TO COMPTEUR-ACTIVES
           END-EVALUATE
           MOVE DRG-NUM TO RPR-NUM
           MOVE " : " TO RPR-SEP1
           MOVE DRG-NATURE TO RPR-NATURE
           MOVE " : " TO RPR-SEP2
           MOVE DRG-CLE TO RPR-CLE
           MOVE " : " TO RPR-SEP3
           MOVE WS-ETAT TO RPR-ETAT
           MOVE " : " TO RPR-SEP4
           MOVE DRG-DEMANDEUR TO RPR-DEMANDEUR
           MOVE " : " TO RPR-SEP5
           MOVE DRG-APPROBATEUR TO RPR-APPROBATEUR
           MOVE " : " TO RPR-SEP6
           MOVE DRG-DATE-EXPIRATION TO RPR-DATE-EXPIRATION
           MOVE " : " TO RPR-SEP7
           MOVE DRG-MOTIF TO RPR-MOTIF
           WRITE RAPPORT-REGISTRE-REC
           .
      ************************
       FIN-Reporter-Derogation. EXIT.
      ************************

      *****
       FIN.
      *****
      * Fermeture des fichiers :
           IF MODE-RAPPORT
               IF L-Fst = ZERO
                   CLOSE TAB-NUM-DEROGATIONS
               END-IF
           ELSE
               CLOSE TAB-NUM-DEROGATIONS
               IF TRACE-OUVERTE
                   CLOSE TAB-NUM-DEROGATIONS-TRACE
               END-IF
           END-IF
           DISPLAY 'Fin de gestion.'
           STOP RUN.

       END PROGRAM gerer-derogations.
