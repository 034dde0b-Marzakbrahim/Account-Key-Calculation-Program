       IDENTIFICATION DIVISION.
       PROGRAM-ID. controler-coherence.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Controle periodique de coherence entre les fichiers
      *    permanents, que les purges, le recyclage et les reprises
      *    reecrivent chacun de leur cote : le maitre
      *    TAB-NUM-SORTIE-IDX, l'historique des cles (fichier ligne,
      *    index de derniere cle et compteur de garde GARDE-NB), les
      *    suspens de la verification et le referentiel des agences.
      *    Aucun fichier n'est modifie ; chaque rupture est listee dans
      *    TAB-NUM-COHERENCE.txt, suivie des effectifs de chaque
      *    fichier et du nombre de ruptures par nature, pour visa. Voir
      *    Resoudre-Noms pour le repertoire, configurable par
      *    TAB_NUM_DIR.
           SELECT TAB-NUM-SORTIE-IDX ASSIGN TO DYNAMIC
                       WS-NOM-SORTIE-IDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SORTIE-MUN-IDX
               FILE STATUS IS L-Fst
                .

           SELECT TAB-NUM-HISTORIQUE ASSIGN TO DYNAMIC
                       WS-NOM-HISTORIQUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst2
                .

           SELECT TAB-NUM-HISTORIQUE-IDX ASSIGN TO DYNAMIC
                       WS-NOM-HISTORIQUE-IDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-NUM-IDX
               FILE STATUS IS L-Fst3
                .

           SELECT TAB-NUM-HISTORIQUE-BASE ASSIGN TO DYNAMIC
                       WS-NOM-HISTORIQUE-BASE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst4
                .

           SELECT TAB-NUM-SUSPENS ASSIGN TO DYNAMIC WS-NOM-SUSPENS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-NUM
               FILE STATUS IS L-Fst5
                .

           SELECT TAB-NUM-REF-AGENCES ASSIGN TO DYNAMIC
                       WS-NOM-REF-AGENCES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGR-CODE
               FILE STATUS IS L-Fst6
                .

      *    Fichier de travail, reconstruit a chaque execution : pour
      *    chaque compte de l'historique, la cle de sa DERNIERE ligne
      *    et son nombre de lignes -- c'est contre lui que le maitre et
      *    l'index de l'historique sont rapproches.
           SELECT TAB-NUM-COHERENCE-TRAVAIL ASSIGN TO DYNAMIC
                       WS-NOM-TRAVAIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRV-NUM
               FILE STATUS IS L-Fst7
                .

      *    Rapport de coherence : une ligne par rupture, puis les
      *    effectifs et les totaux par nature de rupture.
           SELECT TAB-NUM-COHERENCE ASSIGN TO DYNAMIC
                       WS-NOM-COHERENCE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst8
                .

      *    Date metier de la journee en cours (voir
      *    Structure-date-metier.txt) : elle date le travail du passage
      *    a la place de l'horloge du systeme.
           SELECT TAB-NUM-DATE-METIER ASSIGN TO DYNAMIC
                       WS-NOM-DATE-METIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst9
                .
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD TAB-NUM-SORTIE-IDX.
      * Meme structure que dans appelant-cle.cbl, cle = numero de
      * compte :
       01 SORTIE-CLE-ET-NUM-IDX.
           05 SORTIE-MUN-IDX                     PIC 9(10).
           05 SORTIE-CLE-IDX                     PIC 9(1).
           05 SORTIE-AGENCE-IDX                  PIC X(5).
           05 SORTIE-TYPE-IDX                    PIC X(1).
      *    Etat du numero dans le maitre : blanc = cle calculee par un
      *    passage de la chaine, 'R' = numero reserve par
      *    attribuer-numeros.cbl et pas encore livre dans TAB-NUM.txt.
           05 SORTIE-ETAT-IDX                    PIC X(1).
               88 SORTIE-CALCULEE-IDX VALUE ' '.
               88 SORTIE-RESERVEE-IDX VALUE 'R'.
           05 SORTIE-CLE-RIB-IDX                 PIC 9(2).
           05 SORTIE-IBAN-IDX                    PIC X(27).

       FD TAB-NUM-HISTORIQUE.
      * Meme dessin que HISTORIQUE-REC dans appelant-cle.cbl :
       01 HISTORIQUE-REC.
           05 HIS-NUM                            PIC 9(10).
           05 HIS-SEP1                           PIC X(3).
           05 HIS-CLE                            PIC 9(1).
           05 HIS-SEP2                           PIC X(3).
           05 HIS-DATE                           PIC X(8).
           05 HIS-SEP3                           PIC X(3).
           05 HIS-FLUX                           PIC 9(2).

       FD TAB-NUM-HISTORIQUE-IDX.
      * Derniere cle emise pour chaque compte, cle = numero de compte :
       01 HISTORIQUE-IDX-ENR.
           05 HIS-NUM-IDX                        PIC 9(10).
           05 HIS-CLE-IDX                        PIC 9(1).

       FD TAB-NUM-HISTORIQUE-BASE.
      * Nombre de lignes legitimes de l'historique des cles :
       01 HISTORIQUE-BASE-REC.
           05 GARDE-NB                           PIC 9(10).

       FD TAB-NUM-SUSPENS.
      * Meme dessin que SUSPENS-ENR dans verificateur-cle.cbl :
       01 SUSPENS-ENR.
           05 SUS-NUM                            PIC X(10).
           05 SUS-DATE-PREMIERE                  PIC X(8).
           05 SUS-NB-PASSAGES                    PIC 9(5).
           05 SUS-DERNIERE-CLE                   PIC 9(1).
           05 SUS-RESULTAT                       PIC X(11).

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

       FD TAB-NUM-COHERENCE-TRAVAIL.
      * Un enregistrement par compte present dans l'historique :
       01 TRAVAIL-ENR.
           05 TRV-NUM                            PIC 9(10).
           05 TRV-DERNIERE-CLE                   PIC 9(1).
           05 TRV-NB-LIGNES                      PIC 9(10).

       FD TAB-NUM-COHERENCE.
      * Ligne de detail du rapport (une par rupture) :
       01 COHERENCE-DETAIL.
           05 COH-NATURE                         PIC X(36).
           05 COH-SEP1                           PIC X(3).
           05 COH-CLE                            PIC X(10).
           05 COH-SEP2                           PIC X(3).
           05 COH-COMPLEMENT                     PIC X(40).
      * Ligne de total du meme rapport :
       01 COHERENCE-TOTAL.
           05 COT-LIBELLE                        PIC X(36).
           05 COT-SEP                            PIC X(3).
           05 COT-VALEUR                         PIC 9(10).
      * Ligne libre du meme rapport (titre, fichiers absents, visa) :
       01 COHERENCE-LIGNE                        PIC X(92).

       FD TAB-NUM-DATE-METIER.
       01 DATE-METIER-REC.
           COPY 'Structure-date-metier.txt'.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      * Déclaration des variables.

      * Effectifs des fichiers rapproches :
       01 COMPTEUR-MAITRE                                 PIC 9(10).
       01 COMPTEUR-LIGNES-HISTORIQUE                      PIC 9(10).
       01 COMPTEUR-LIGNES-HORS-GARDE                      PIC 9(10).
       01 COMPTEUR-INDEX-HISTORIQUE                       PIC 9(10).
       01 COMPTEUR-COMPTES-HISTORIQUE                     PIC 9(10).
       01 COMPTEUR-SUSPENS                                PIC 9(10).
       01 COMPTEUR-REF-AGENCES                            PIC 9(10).
       01 COMPTEUR-AGENCE-BLANC                           PIC 9(10).
       01 COMPTEUR-RESERVES                               PIC 9(10).
       01 WS-GARDE-NB                                     PIC 9(10).

      * Ruptures, par nature :
       01 RUPTURE-SANS-HISTORIQUE                         PIC 9(10).
       01 RUPTURE-CLE-INDEX                               PIC 9(10).
       01 RUPTURE-INDEX-SANS-LIGNE                        PIC 9(10).
       01 RUPTURE-LIGNE-SANS-INDEX                        PIC 9(10).
       01 RUPTURE-GARDE                                   PIC 9(10).
       01 RUPTURE-SUSPENS-HORS-MAITRE                     PIC 9(10).
       01 RUPTURE-AGENCE-ABSENTE                          PIC 9(10).
       01 RUPTURE-FICHIER-ABSENT                          PIC 9(10).
       01 TOTAL-RUPTURES                                  PIC 9(10).

      * Disponibilite de chaque fichier : un fichier absent est
      * signale une fois, et les rapprochements qui en dependent sont
      * omis plutot que de produire des milliers de ruptures.
       01 Maitre-Switch                                   PIC X(1).
           88 MAITRE-PRESENT VALUE 'P'.
           88 MAITRE-ABSENT  VALUE 'A'.
       01 Historique-Switch                               PIC X(1).
           88 HISTORIQUE-PRESENT VALUE 'P'.
           88 HISTORIQUE-ABSENT  VALUE 'A'.
       01 Index-Switch                                    PIC X(1).
           88 INDEX-PRESENT VALUE 'P'.
           88 INDEX-ABSENT  VALUE 'A'.
       01 Garde-Switch                                    PIC X(1).
           88 GARDE-PRESENTE VALUE 'P'.
           88 GARDE-ABSENTE  VALUE 'A'.
       01 Suspens-Switch                                  PIC X(1).
           88 SUSPENS-PRESENT VALUE 'P'.
           88 SUSPENS-ABSENT  VALUE 'A'.
       01 Referentiel-Switch                              PIC X(1).
           88 REFERENTIEL-PRESENT VALUE 'P'.
           88 REFERENTIEL-ABSENT  VALUE 'A'.

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
       01 L-Fst9                                          PIC 99.

      * Zones de travail du rapport :
       01 WS-DATE-JOUR                                    PIC X(8).
       01 WS-NATURE                                       PIC X(36).
       01 WS-CLE-RUPTURE                                  PIC X(10).
       01 WS-COMPLEMENT                                   PIC X(40).
       01 WS-NOM-ABSENT                                   PIC X(30).

      * Noms de fichiers resolus au demarrage -- voir Resoudre-Noms.
       01 WS-NOM-SORTIE-IDX                               PIC X(60).
       01 WS-NOM-HISTORIQUE                               PIC X(60).
       01 WS-NOM-HISTORIQUE-IDX                           PIC X(60).
       01 WS-NOM-HISTORIQUE-BASE                          PIC X(60).
       01 WS-NOM-SUSPENS                                  PIC X(60).
       01 WS-NOM-REF-AGENCES                              PIC X(60).
       01 WS-NOM-TRAVAIL                                  PIC X(60).
       01 WS-NOM-COHERENCE                                PIC X(60).
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

           INITIALIZE COMPTEUR-MAITRE
                      COMPTEUR-LIGNES-HISTORIQUE
                      COMPTEUR-LIGNES-HORS-GARDE
                      COMPTEUR-INDEX-HISTORIQUE
                      COMPTEUR-COMPTES-HISTORIQUE
                      COMPTEUR-SUSPENS
                      COMPTEUR-REF-AGENCES
                      COMPTEUR-AGENCE-BLANC
                      COMPTEUR-RESERVES
                      WS-GARDE-NB
                      RUPTURE-SANS-HISTORIQUE
                      RUPTURE-CLE-INDEX
                      RUPTURE-INDEX-SANS-LIGNE
                      RUPTURE-LIGNE-SANS-INDEX
                      RUPTURE-GARDE
                      RUPTURE-SUSPENS-HORS-MAITRE
                      RUPTURE-AGENCE-ABSENTE
                      RUPTURE-FICHIER-ABSENT
                      TOTAL-RUPTURES
                      L-Fst
                      L-Fst2
                      L-Fst3
                      L-Fst4
                      L-Fst5
                      L-Fst6
                      L-Fst7
                      L-Fst8
                      L-Fst9

           PERFORM Resoudre-Noms THRU FIN-Resoudre-Noms

           PERFORM Lire-Date-Metier THRU FIN-Lire-Date-Metier

           OPEN OUTPUT TAB-NUM-COHERENCE
           IF L-Fst8 NOT = ZERO
               DISPLAY "RAPPORT DE COHERENCE INACCESSIBLE (STATUT "
                       L-Fst8 ")"
               STOP RUN
           END-IF
           MOVE SPACES TO COHERENCE-LIGNE
           STRING "CONTROLE DE COHERENCE DES FICHIERS PERMANENTS DU "
                       DELIMITED BY SIZE
                   WS-DATE-JOUR DELIMITED BY SIZE
               INTO COHERENCE-LIGNE
           WRITE COHERENCE-LIGNE

      *    Ouverture de chaque fichier rapproche, en lecture seule ;
      *    un fichier absent est une rupture a lui seul.
           SET MAITRE-PRESENT TO TRUE
           OPEN INPUT TAB-NUM-SORTIE-IDX
           IF L-Fst NOT = ZERO
               SET MAITRE-ABSENT TO TRUE
               MOVE "TAB-NUM-SORTIE-IDX" TO WS-NOM-ABSENT
               PERFORM Signaler-Absent THRU FIN-Signaler-Absent
           END-IF
           SET HISTORIQUE-PRESENT TO TRUE
           OPEN INPUT TAB-NUM-HISTORIQUE
           IF L-Fst2 NOT = ZERO
               SET HISTORIQUE-ABSENT TO TRUE
               MOVE "TAB-NUM-HISTORIQUE" TO WS-NOM-ABSENT
               PERFORM Signaler-Absent THRU FIN-Signaler-Absent
           END-IF
           SET INDEX-PRESENT TO TRUE
           OPEN INPUT TAB-NUM-HISTORIQUE-IDX
           IF L-Fst3 NOT = ZERO
               SET INDEX-ABSENT TO TRUE
               MOVE "TAB-NUM-HISTORIQUE-IDX" TO WS-NOM-ABSENT
               PERFORM Signaler-Absent THRU FIN-Signaler-Absent
           END-IF
           SET GARDE-PRESENTE TO TRUE
           OPEN INPUT TAB-NUM-HISTORIQUE-BASE
           IF L-Fst4 NOT = ZERO
               SET GARDE-ABSENTE TO TRUE
               MOVE "TAB-NUM-HISTORIQUE-BASE" TO WS-NOM-ABSENT
               PERFORM Signaler-Absent THRU FIN-Signaler-Absent
           ELSE
               READ TAB-NUM-HISTORIQUE-BASE
                   AT END
      *                Garde vide : aussi grave qu'une garde absente,
      *                le controle GARDE-NB ne peut pas se faire.
                       SET GARDE-ABSENTE TO TRUE
                       MOVE "TAB-NUM-HISTORIQUE-BASE" TO WS-NOM-ABSENT
                       PERFORM Signaler-Absent THRU FIN-Signaler-Absent
                   NOT AT END
                       MOVE GARDE-NB TO WS-GARDE-NB
               END-READ
               CLOSE TAB-NUM-HISTORIQUE-BASE
           END-IF
           SET SUSPENS-PRESENT TO TRUE
           OPEN INPUT TAB-NUM-SUSPENS
           IF L-Fst5 NOT = ZERO
      *        Pas de suspens : aucune verification n'a encore mis de
      *        compte en attente -- ce n'est pas une rupture.
               SET SUSPENS-ABSENT TO TRUE
           END-IF
           SET REFERENTIEL-PRESENT TO TRUE
           OPEN INPUT TAB-NUM-REF-AGENCES
           IF L-Fst6 NOT = ZERO
               SET REFERENTIEL-ABSENT TO TRUE
               MOVE "TAB-NUM-REF-AGENCES" TO WS-NOM-ABSENT
               PERFORM Signaler-Absent THRU FIN-Signaler-Absent
           END-IF

           OPEN OUTPUT TAB-NUM-COHERENCE-TRAVAIL
           CLOSE TAB-NUM-COHERENCE-TRAVAIL
           OPEN I-O TAB-NUM-COHERENCE-TRAVAIL

           DISPLAY '*********************************'
           DISPLAY '***  Coherence des FICHIERS   ***'
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

           MOVE SPACES TO WS-NOM-SORTIE-IDX
                          WS-NOM-HISTORIQUE
                          WS-NOM-HISTORIQUE-IDX
                          WS-NOM-HISTORIQUE-BASE
                          WS-NOM-SUSPENS
                          WS-NOM-REF-AGENCES
                          WS-NOM-TRAVAIL
                          WS-NOM-COHERENCE
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-SORTIE-IDX.dat" DELIMITED BY SIZE
               INTO WS-NOM-SORTIE-IDX
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-HISTORIQUE.txt" DELIMITED BY SIZE
               INTO WS-NOM-HISTORIQUE
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-HISTORIQUE-IDX.dat" DELIMITED BY SIZE
               INTO WS-NOM-HISTORIQUE-IDX
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-HISTORIQUE-BASE.txt" DELIMITED BY SIZE
               INTO WS-NOM-HISTORIQUE-BASE
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-SUSPENS.dat" DELIMITED BY SIZE
               INTO WS-NOM-SUSPENS
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-REF-AGENCES.dat" DELIMITED BY SIZE
               INTO WS-NOM-REF-AGENCES
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-COHERENCE-TRAVAIL.dat" DELIMITED BY SIZE
               INTO WS-NOM-TRAVAIL
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-COHERENCE.txt" DELIMITED BY SIZE
               INTO WS-NOM-COHERENCE
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
      *    Le rapport est date de la journee metier courante, quel que
      *    soit son statut : l'audit ne modifie rien et doit pouvoir
      *    tourner a tout moment, meme journee close ou sans fichier de
      *    date metier (c'est alors la date du systeme qui sert).
           MOVE SPACES TO WS-DATE-JOUR
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           OPEN INPUT TAB-NUM-DATE-METIER
           IF L-Fst9 = ZERO
               READ TAB-NUM-DATE-METIER
                   NOT AT END
                       MOVE DTM-DATE TO WS-DATE-JOUR
               END-READ
               CLOSE TAB-NUM-DATE-METIER
           END-IF
           .
      *********************
       FIN-Lire-Date-Metier. EXIT.
      *********************

      ************
       TRAITEMENT.
      ************
      *    Cinq passes : l'historique ligne (qui alimente le fichier de
      *    travail et se compare a GARDE-NB), le maitre, l'index de
      *    l'historique, le fichier de travail contre cet index, et les
      *    suspens. Le referentiel des agences est lu en acces direct
      *    depuis la passe du maitre, et compte a part.
           IF HISTORIQUE-PRESENT
               PERFORM Lire-Historique THRU FIN-Lire-Historique
           END-IF
           IF MAITRE-PRESENT
               PERFORM Lire-Maitre THRU FIN-Lire-Maitre
           END-IF
           IF INDEX-PRESENT
               PERFORM Lire-Index-Historique
                       THRU FIN-Lire-Index-Historique
           END-IF
           IF INDEX-PRESENT AND HISTORIQUE-PRESENT
               PERFORM Controler-Comptes-Historique
                       THRU FIN-Controler-Comptes-Historique
           END-IF
           IF SUSPENS-PRESENT
               PERFORM Lire-Suspens THRU FIN-Lire-Suspens
           END-IF
           IF REFERENTIEL-PRESENT
               PERFORM Compter-Ref-Agences
                       THRU FIN-Compter-Ref-Agences
           END-IF
           .
      ****************
       FIN-TRAITEMENT. EXIT.
      ****************

      ****************
       Lire-Historique.
      ****************
      *    Seules les GARDE-NB premieres lignes sont legitimes (les
      *    suivantes sont des orphelines d'un passage interrompu, que
      *    le prochain passage a flux unique purgera) : elles seules
      *    alimentent le fichier de travail. Un ecart entre le nombre
      *    reel de lignes et GARDE-NB est une rupture.
           SET FIN-NON TO TRUE
           PERFORM UNTIL FIN-OUI
               READ TAB-NUM-HISTORIQUE
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       ADD 1 TO COMPTEUR-LIGNES-HISTORIQUE
                       IF GARDE-ABSENTE
                          OR COMPTEUR-LIGNES-HISTORIQUE
                                               NOT > WS-GARDE-NB
                           PERFORM Cumuler-Ligne-Historique
                                   THRU FIN-Cumuler-Ligne-Historique
                       ELSE
                           ADD 1 TO COMPTEUR-LIGNES-HORS-GARDE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAB-NUM-HISTORIQUE

           IF GARDE-PRESENTE
              AND COMPTEUR-LIGNES-HISTORIQUE NOT = WS-GARDE-NB
               ADD 1 TO RUPTURE-GARDE
               MOVE "GARDE-NB DIFFERENT DU NB DE LIGNES" TO WS-NATURE
               MOVE SPACES TO WS-CLE-RUPTURE
               MOVE SPACES TO WS-COMPLEMENT
               STRING "GARDE-NB " DELIMITED BY SIZE
                       WS-GARDE-NB DELIMITED BY SIZE
                       " LIGNES " DELIMITED BY SIZE
                       COMPTEUR-LIGNES-HISTORIQUE DELIMITED BY SIZE
                   INTO WS-COMPLEMENT
               PERFORM Ecrire-Rupture THRU FIN-Ecrire-Rupture
           END-IF
           .
      ********************
       FIN-Lire-Historique. EXIT.
      ********************

      *************************
       Cumuler-Ligne-Historique.
      *************************
      *    L'historique est dans l'ordre d'ecriture : la derniere ligne
      *    lue pour un compte porte sa derniere cle emise.
           MOVE HIS-NUM TO TRV-NUM
           READ TAB-NUM-COHERENCE-TRAVAIL
               INVALID KEY
                   MOVE HIS-NUM TO TRV-NUM
                   MOVE HIS-CLE TO TRV-DERNIERE-CLE
                   MOVE 1 TO TRV-NB-LIGNES
                   WRITE TRAVAIL-ENR
                   ADD 1 TO COMPTEUR-COMPTES-HISTORIQUE
               NOT INVALID KEY
                   MOVE HIS-CLE TO TRV-DERNIERE-CLE
                   ADD 1 TO TRV-NB-LIGNES
                   REWRITE TRAVAIL-ENR
           END-READ
           IF L-Fst7 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst7
           END-IF
           .
      *****************************
       FIN-Cumuler-Ligne-Historique. EXIT.
      *****************************

      ************
       Lire-Maitre.
      ************
      *    Chaque compte du maitre doit avoir au moins une ligne
      *    d'historique et une agence connue du referentiel. Un maitre
      *    ecrit avant que l'agence n'y soit gardee (ou a partir d'une
      *    entree a l'ancien format) porte une agence a blanc : elle
      *    est comptee a part, sans rupture. Un numero reserve par
      *    attribuer-numeros.cbl n'a pas encore ete livre, donc pas
      *    encore d'historique : il est lui aussi compte a part.
           MOVE LOW-VALUES TO SORTIE-CLE-ET-NUM-IDX
           START TAB-NUM-SORTIE-IDX KEY NOT < SORTIE-MUN-IDX
               INVALID KEY
                   SET FIN-OUI TO TRUE
               NOT INVALID KEY
                   SET FIN-NON TO TRUE
           END-START
           PERFORM UNTIL FIN-OUI
               READ TAB-NUM-SORTIE-IDX NEXT RECORD
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       ADD 1 TO COMPTEUR-MAITRE
                       PERFORM Controler-Compte-Maitre
                               THRU FIN-Controler-Compte-Maitre
               END-READ
      *        Une lecture en echec (statut autre que fin de fichier)
      *        ne declenche ni AT END ni NOT AT END : on sort de la
      *        boucle plutot que d'y rester indefiniment.
               IF L-Fst NOT = ZERO AND L-Fst NOT = 10
                   SET FIN-OUI TO TRUE
               END-IF
           END-PERFORM
           .
      ****************
       FIN-Lire-Maitre. EXIT.
      ****************

      ************************
       Controler-Compte-Maitre.
      ************************
           IF SORTIE-RESERVEE-IDX
               ADD 1 TO COMPTEUR-RESERVES
           END-IF
           IF HISTORIQUE-PRESENT AND NOT SORTIE-RESERVEE-IDX
               MOVE SORTIE-MUN-IDX TO TRV-NUM
               READ TAB-NUM-COHERENCE-TRAVAIL
                   INVALID KEY
                       ADD 1 TO RUPTURE-SANS-HISTORIQUE
                       MOVE "COMPTE DU MAITRE SANS HISTORIQUE"
                                                   TO WS-NATURE
                       MOVE SORTIE-MUN-IDX TO WS-CLE-RUPTURE
                       MOVE SPACES TO WS-COMPLEMENT
                       STRING "CLE DU MAITRE " DELIMITED BY SIZE
                               SORTIE-CLE-IDX DELIMITED BY SIZE
                           INTO WS-COMPLEMENT
                       PERFORM Ecrire-Rupture THRU FIN-Ecrire-Rupture
               END-READ
           END-IF

           IF SORTIE-AGENCE-IDX = SPACES
               ADD 1 TO COMPTEUR-AGENCE-BLANC
               GO TO FIN-Controler-Compte-Maitre
           END-IF
           IF REFERENTIEL-ABSENT
               GO TO FIN-Controler-Compte-Maitre
           END-IF
           MOVE SORTIE-AGENCE-IDX TO AGR-CODE
           READ TAB-NUM-REF-AGENCES
               INVALID KEY
                   ADD 1 TO RUPTURE-AGENCE-ABSENTE
                   MOVE "AGENCE ABSENTE DU REFERENTIEL" TO WS-NATURE
                   MOVE SORTIE-MUN-IDX TO WS-CLE-RUPTURE
                   MOVE SPACES TO WS-COMPLEMENT
                   STRING "AGENCE " DELIMITED BY SIZE
                           SORTIE-AGENCE-IDX DELIMITED BY SIZE
                       INTO WS-COMPLEMENT
                   PERFORM Ecrire-Rupture THRU FIN-Ecrire-Rupture
           END-READ
           .
      ****************************
       FIN-Controler-Compte-Maitre. EXIT.
      ****************************

      **********************
       Lire-Index-Historique.
      **********************
      *    Chaque entree de l'index doit correspondre a un compte de
      *    l'historique ligne, avec la cle de sa DERNIERE ligne.
           MOVE LOW-VALUES TO HISTORIQUE-IDX-ENR
           START TAB-NUM-HISTORIQUE-IDX KEY NOT < HIS-NUM-IDX
               INVALID KEY
                   SET FIN-OUI TO TRUE
               NOT INVALID KEY
                   SET FIN-NON TO TRUE
           END-START
           PERFORM UNTIL FIN-OUI
               READ TAB-NUM-HISTORIQUE-IDX NEXT RECORD
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       ADD 1 TO COMPTEUR-INDEX-HISTORIQUE
                       IF HISTORIQUE-PRESENT
                           PERFORM Controler-Entree-Index
                                   THRU FIN-Controler-Entree-Index
                       END-IF
               END-READ
               IF L-Fst3 NOT = ZERO AND L-Fst3 NOT = 10
                   SET FIN-OUI TO TRUE
               END-IF
           END-PERFORM
           .
      **************************
       FIN-Lire-Index-Historique. EXIT.
      **************************

      ***********************
       Controler-Entree-Index.
      ***********************
           MOVE HIS-NUM-IDX TO TRV-NUM
           READ TAB-NUM-COHERENCE-TRAVAIL
               INVALID KEY
                   ADD 1 TO RUPTURE-INDEX-SANS-LIGNE
                   MOVE "INDEX HISTORIQUE SANS LIGNE" TO WS-NATURE
                   MOVE HIS-NUM-IDX TO WS-CLE-RUPTURE
                   MOVE SPACES TO WS-COMPLEMENT
                   STRING "CLE INDEX " DELIMITED BY SIZE
                           HIS-CLE-IDX DELIMITED BY SIZE
                       INTO WS-COMPLEMENT
                   PERFORM Ecrire-Rupture THRU FIN-Ecrire-Rupture
               NOT INVALID KEY
                   IF TRV-DERNIERE-CLE NOT = HIS-CLE-IDX
                       ADD 1 TO RUPTURE-CLE-INDEX
                       MOVE "CLE INDEX DIFFERENTE DERNIERE LIGNE"
                                                   TO WS-NATURE
                       MOVE HIS-NUM-IDX TO WS-CLE-RUPTURE
                       MOVE SPACES TO WS-COMPLEMENT
                       STRING "CLE INDEX " DELIMITED BY SIZE
                               HIS-CLE-IDX DELIMITED BY SIZE
                               " DERNIERE LIGNE " DELIMITED BY SIZE
                               TRV-DERNIERE-CLE DELIMITED BY SIZE
                           INTO WS-COMPLEMENT
                       PERFORM Ecrire-Rupture THRU FIN-Ecrire-Rupture
                   END-IF
           END-READ
           .
      ***************************
       FIN-Controler-Entree-Index. EXIT.
      ***************************

      *****************************
       Controler-Comptes-Historique.
      *****************************
      *    Sens inverse : un compte present dans l'historique ligne
      *    doit avoir son entree dans l'index de derniere cle.
           MOVE LOW-VALUES TO TRAVAIL-ENR
           START TAB-NUM-COHERENCE-TRAVAIL KEY NOT < TRV-NUM
               INVALID KEY
                   SET FIN-OUI TO TRUE
               NOT INVALID KEY
                   SET FIN-NON TO TRUE
           END-START
           PERFORM UNTIL FIN-OUI
               READ TAB-NUM-COHERENCE-TRAVAIL NEXT RECORD
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       MOVE TRV-NUM TO HIS-NUM-IDX
                       READ TAB-NUM-HISTORIQUE-IDX
                           INVALID KEY
                               ADD 1 TO RUPTURE-LIGNE-SANS-INDEX
                               MOVE "HISTORIQUE SANS ENTREE D'INDEX"
                                                   TO WS-NATURE
                               MOVE TRV-NUM TO WS-CLE-RUPTURE
                               MOVE SPACES TO WS-COMPLEMENT
                               STRING "DERNIERE CLE " DELIMITED BY SIZE
                                       TRV-DERNIERE-CLE
                                               DELIMITED BY SIZE
                                   INTO WS-COMPLEMENT
                               PERFORM Ecrire-Rupture
                                       THRU FIN-Ecrire-Rupture
                       END-READ
               END-READ
               IF L-Fst7 NOT = ZERO AND L-Fst7 NOT = 10
                   SET FIN-OUI TO TRUE
               END-IF
           END-PERFORM
           .
      *********************************
       FIN-Controler-Comptes-Historique. EXIT.
      *********************************

      *************
       Lire-Suspens.
      *************
      *    Un compte en suspens doit encore figurer dans le maitre : un
      *    compte purge laisse sinon une relance sans objet.
           MOVE LOW-VALUES TO SUSPENS-ENR
           START TAB-NUM-SUSPENS KEY NOT < SUS-NUM
               INVALID KEY
                   SET FIN-OUI TO TRUE
               NOT INVALID KEY
                   SET FIN-NON TO TRUE
           END-START
           PERFORM UNTIL FIN-OUI
               READ TAB-NUM-SUSPENS NEXT RECORD
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       ADD 1 TO COMPTEUR-SUSPENS
                       IF MAITRE-PRESENT
                           PERFORM Controler-Suspens
                                   THRU FIN-Controler-Suspens
                       END-IF
               END-READ
               IF L-Fst5 NOT = ZERO AND L-Fst5 NOT = 10
                   SET FIN-OUI TO TRUE
               END-IF
           END-PERFORM
           CLOSE TAB-NUM-SUSPENS
           .
      *****************
       FIN-Lire-Suspens. EXIT.
      *****************

      ******************
       Controler-Suspens.
      ******************
           IF SUS-NUM IS NOT NUMERIC
               ADD 1 TO RUPTURE-SUSPENS-HORS-MAITRE
               MOVE "SUSPENS HORS DU MAITRE" TO WS-NATURE
               MOVE SUS-NUM TO WS-CLE-RUPTURE
               MOVE "NUMERO NON NUMERIQUE" TO WS-COMPLEMENT
               PERFORM Ecrire-Rupture THRU FIN-Ecrire-Rupture
               GO TO FIN-Controler-Suspens
           END-IF
           MOVE SUS-NUM TO SORTIE-MUN-IDX
           READ TAB-NUM-SORTIE-IDX
               INVALID KEY
                   ADD 1 TO RUPTURE-SUSPENS-HORS-MAITRE
                   MOVE "SUSPENS HORS DU MAITRE" TO WS-NATURE
                   MOVE SUS-NUM TO WS-CLE-RUPTURE
                   MOVE SPACES TO WS-COMPLEMENT
                   STRING "EN SUSPENS DEPUIS LE " DELIMITED BY SIZE
                           SUS-DATE-PREMIERE DELIMITED BY SIZE
                       INTO WS-COMPLEMENT
                   PERFORM Ecrire-Rupture THRU FIN-Ecrire-Rupture
           END-READ
           .
      **********************
       FIN-Controler-Suspens. EXIT.
      **********************

      ********************
       Compter-Ref-Agences.
      ********************
           MOVE LOW-VALUES TO REF-AGENCE-ENR
           START TAB-NUM-REF-AGENCES KEY NOT < AGR-CODE
               INVALID KEY
                   SET FIN-OUI TO TRUE
               NOT INVALID KEY
                   SET FIN-NON TO TRUE
           END-START
           PERFORM UNTIL FIN-OUI
               READ TAB-NUM-REF-AGENCES NEXT RECORD
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       ADD 1 TO COMPTEUR-REF-AGENCES
               END-READ
               IF L-Fst6 NOT = ZERO AND L-Fst6 NOT = 10
                   SET FIN-OUI TO TRUE
               END-IF
           END-PERFORM
           .
      ************************
       FIN-Compter-Ref-Agences. EXIT.
      ************************

      ****************
       Signaler-Absent.
      ****************
           ADD 1 TO RUPTURE-FICHIER-ABSENT
           MOVE "FICHIER PERMANENT ABSENT" TO WS-NATURE
           MOVE SPACES TO WS-CLE-RUPTURE
           MOVE WS-NOM-ABSENT TO WS-COMPLEMENT
           PERFORM Ecrire-Rupture THRU FIN-Ecrire-Rupture
           .
      ********************
       FIN-Signaler-Absent. EXIT.
      ********************

      ***************
       Ecrire-Rupture.
      ***************
           MOVE WS-NATURE TO COH-NATURE
           MOVE " : " TO COH-SEP1
           MOVE WS-CLE-RUPTURE TO COH-CLE
           MOVE " : " TO COH-SEP2
           MOVE WS-COMPLEMENT TO COH-COMPLEMENT
           WRITE COHERENCE-DETAIL
           IF L-Fst8 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst8
           END-IF
           ADD 1 TO TOTAL-RUPTURES
           .
      *******************
       FIN-Ecrire-Rupture. EXIT.
      *******************

      *****
       FIN.
      *****
      * Effectifs, totaux par nature de rupture et visa, puis
      * fermeture. Code retour 4 des qu'une rupture est relevee.
           MOVE " : " TO COT-SEP
           MOVE "NB COMPTES DU MAITRE" TO COT-LIBELLE
           MOVE COMPTEUR-MAITRE TO COT-VALEUR
           WRITE COHERENCE-TOTAL
           MOVE "  DONT AGENCE NON RENSEIGNEE" TO COT-LIBELLE
           MOVE COMPTEUR-AGENCE-BLANC TO COT-VALEUR
           WRITE COHERENCE-TOTAL
           MOVE "  DONT NUMEROS RESERVES NON LIVRES" TO COT-LIBELLE
           MOVE COMPTEUR-RESERVES TO COT-VALEUR
           WRITE COHERENCE-TOTAL
           MOVE "NB LIGNES D'HISTORIQUE" TO COT-LIBELLE
           MOVE COMPTEUR-LIGNES-HISTORIQUE TO COT-VALEUR
           WRITE COHERENCE-TOTAL
           MOVE "  DONT AU-DELA DE GARDE-NB" TO COT-LIBELLE
           MOVE COMPTEUR-LIGNES-HORS-GARDE TO COT-VALEUR
           WRITE COHERENCE-TOTAL
           MOVE "GARDE-NB" TO COT-LIBELLE
           MOVE WS-GARDE-NB TO COT-VALEUR
           WRITE COHERENCE-TOTAL
           MOVE "NB COMPTES DE L'HISTORIQUE" TO COT-LIBELLE
           MOVE COMPTEUR-COMPTES-HISTORIQUE TO COT-VALEUR
           WRITE COHERENCE-TOTAL
           MOVE "NB ENTREES DE L'INDEX HISTORIQUE" TO COT-LIBELLE
           MOVE COMPTEUR-INDEX-HISTORIQUE TO COT-VALEUR
           WRITE COHERENCE-TOTAL
           MOVE "NB COMPTES EN SUSPENS" TO COT-LIBELLE
           MOVE COMPTEUR-SUSPENS TO COT-VALEUR
           WRITE COHERENCE-TOTAL
           MOVE "NB AGENCES DU REFERENTIEL" TO COT-LIBELLE
           MOVE COMPTEUR-REF-AGENCES TO COT-VALEUR
           WRITE COHERENCE-TOTAL

           MOVE "RUPT. COMPTE SANS HISTORIQUE" TO COT-LIBELLE
           MOVE RUPTURE-SANS-HISTORIQUE TO COT-VALEUR
           WRITE COHERENCE-TOTAL
           MOVE "RUPT. CLE INDEX <> DERNIERE LIGNE" TO COT-LIBELLE
           MOVE RUPTURE-CLE-INDEX TO COT-VALEUR
           WRITE COHERENCE-TOTAL
           MOVE "RUPT. INDEX SANS LIGNE" TO COT-LIBELLE
           MOVE RUPTURE-INDEX-SANS-LIGNE TO COT-VALEUR
           WRITE COHERENCE-TOTAL
           MOVE "RUPT. HISTORIQUE SANS INDEX" TO COT-LIBELLE
           MOVE RUPTURE-LIGNE-SANS-INDEX TO COT-VALEUR
           WRITE COHERENCE-TOTAL
           MOVE "RUPT. GARDE-NB <> NB LIGNES" TO COT-LIBELLE
           MOVE RUPTURE-GARDE TO COT-VALEUR
           WRITE COHERENCE-TOTAL
           MOVE "RUPT. SUSPENS HORS DU MAITRE" TO COT-LIBELLE
           MOVE RUPTURE-SUSPENS-HORS-MAITRE TO COT-VALEUR
           WRITE COHERENCE-TOTAL
           MOVE "RUPT. AGENCE ABSENTE DU REFERENTIEL" TO COT-LIBELLE
           MOVE RUPTURE-AGENCE-ABSENTE TO COT-VALEUR
           WRITE COHERENCE-TOTAL
           MOVE "RUPT. FICHIER PERMANENT ABSENT" TO COT-LIBELLE
           MOVE RUPTURE-FICHIER-ABSENT TO COT-VALEUR
           WRITE COHERENCE-TOTAL
           MOVE "TOTAL DES RUPTURES" TO COT-LIBELLE
           MOVE TOTAL-RUPTURES TO COT-VALEUR
           WRITE COHERENCE-TOTAL

           IF TOTAL-RUPTURES = ZERO
               MOVE "VERDICT : FICHIERS PERMANENTS COHERENTS"
                                               TO COHERENCE-LIGNE
           ELSE
               MOVE "VERDICT : RUPTURES A EXAMINER AVANT VISA"
                                               TO COHERENCE-LIGNE
               MOVE 4 TO RETURN-CODE
           END-IF
           WRITE COHERENCE-LIGNE
           IF L-Fst8 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst8
           END-IF

           CLOSE TAB-NUM-COHERENCE
                 TAB-NUM-COHERENCE-TRAVAIL
           IF MAITRE-PRESENT
               CLOSE TAB-NUM-SORTIE-IDX
           END-IF
           IF INDEX-PRESENT
               CLOSE TAB-NUM-HISTORIQUE-IDX
           END-IF
           IF REFERENTIEL-PRESENT
               CLOSE TAB-NUM-REF-AGENCES
           END-IF

           DISPLAY "Comptes du maitre :" COMPTEUR-MAITRE
           DISPLAY "Lignes d'historique :" COMPTEUR-LIGNES-HISTORIQUE
           DISPLAY "Entrees de l'index historique :"
                                               COMPTEUR-INDEX-HISTORIQUE
           DISPLAY "Comptes en suspens :" COMPTEUR-SUSPENS
           DISPLAY "Ruptures :" TOTAL-RUPTURES
           DISPLAY 'Fin de traitement.'
           STOP RUN.

       END PROGRAM controler-coherence.
