       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapport-acces.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Rapport periodique des acces par operateur, pour le
      *    responsable de la conformite : relit le journal permanent
      *    des acces (voir Structure-acces.txt) laisse par les ecrans
      *    consulter-cle.cbl, gerer-agences.cbl, gerer-derogations.cbl
      *    et gerer-operateurs.cbl, et liste, operateur par operateur,
      *    chaque connexion, chaque compte consulte et chaque
      *    modification faite sur la periode, avec ses totaux. Le
      *    programme ne modifie rien. Voir Resoudre-Noms pour le
      *    repertoire, configurable par TAB_NUM_DIR.
           SELECT TAB-NUM-ACCES ASSIGN TO DYNAMIC
                       WS-NOM-ACCES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst
                .

      *    Referentiel des operateurs, pour le nom, le role et le
      *    statut en tete de chaque operateur.
           SELECT TAB-NUM-OPERATEURS ASSIGN TO DYNAMIC
                       WS-NOM-OPERATEURS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-CODE
               FILE STATUS IS L-Fst2
                .

           SELECT TAB-NUM-ACCES-RAPPORT ASSIGN TO DYNAMIC
                       WS-NOM-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst3
                .

           SELECT TRI-ACCES ASSIGN TO "TRI-ACCES".
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD TAB-NUM-ACCES.
      * Ligne du journal des acces -- structure partagee par copybook
      * avec les ecrans qui l'alimentent.
       01 ACCES-REC.
           COPY 'Structure-acces.txt'.

       FD TAB-NUM-OPERATEURS.
       01 OPERATEUR-ENR.
           COPY 'Structure-operateur.txt'.

       FD TAB-NUM-ACCES-RAPPORT.
      * Ligne d'entete du rapport (periode couverte) :
       01 RAPPORT-ENTETE-REC.
           05 RPE-LIBELLE                        PIC X(36).
           05 RPE-DATE-DEBUT                     PIC X(8).
           05 RPE-TIRET                          PIC X(3).
           05 RPE-DATE-FIN                       PIC X(8).
      * Ligne d'entete d'un operateur :
       01 RAPPORT-OPERATEUR-REC.
           05 RPO-LIBELLE                        PIC X(12).
           05 RPO-CODE                           PIC X(8).
           05 RPO-SEP1                           PIC X(3).
           05 RPO-NOM                            PIC X(30).
           05 RPO-SEP2                           PIC X(3).
           05 RPO-LIB-ROLE                       PIC X(5).
           05 RPO-ROLE                           PIC X(1).
           05 RPO-SEP3                           PIC X(3).
           05 RPO-STATUT                         PIC X(22).
      * Ligne de detail : un acces de l'operateur.
       01 RAPPORT-ACCES-REC.
           05 RPA-MARGE                          PIC X(3).
           05 RPA-DATE                           PIC X(8).
           05 RPA-SEP1                           PIC X(3).
           05 RPA-HEURE                          PIC X(8).
           05 RPA-SEP2                           PIC X(3).
           05 RPA-PROGRAMME                      PIC X(15).
           05 RPA-SEP3                           PIC X(3).
           05 RPA-ROLE                           PIC X(1).
           05 RPA-SEP4                           PIC X(3).
           05 RPA-OBJET                          PIC X(10).
           05 RPA-SEP5                           PIC X(3).
           05 RPA-ACTION                         PIC X(20).
           05 RPA-SEP6                           PIC X(3).
           05 RPA-DETAIL                         PIC X(30).
      * Ligne de total (par operateur, puis general) :
       01 RAPPORT-TOTAL-REC.
           05 RPT-LIBELLE                        PIC X(36).
           05 RPT-SEP                            PIC X(3).
           05 RPT-VALEUR                         PIC 9(10).

       SD TRI-ACCES.
      * Meme contenu que la ligne du journal, operateur en tete : le
      * tri regroupe les acces par operateur, dans l'ordre des dates
      * et heures.
       01 TRI-ACCES-ENR.
           05 TRI-OPERATEUR                      PIC X(8).
           05 TRI-DATE                           PIC X(8).
           05 TRI-HEURE                          PIC X(8).
           05 TRI-PROGRAMME                      PIC X(15).
           05 TRI-ROLE                           PIC X(1).
           05 TRI-OBJET                          PIC X(10).
           05 TRI-ACTION                         PIC X(20).
           05 TRI-DETAIL                         PIC X(30).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      * Déclaration des variables.

       01 L-Fst                                           PIC 99.
       01 L-Fst2                                          PIC 99.
       01 L-Fst3                                          PIC 99.

      * Periode du rapport : 1er et 2e arguments (AAAAMMJJ), par
      * defaut la journee du jour ; 3e argument facultatif, un seul
      * operateur. Les dates sont celles de l'horloge, comme dans le
      * journal des acces.
       01 WS-DATE-DEBUT                                   PIC X(8).
       01 WS-DATE-FIN                                     PIC X(8).
       01 WS-OPERATEUR-DEMANDE                            PIC X(8).
       01 WS-DATE-JOUR                                    PIC X(8).

      * Disponibilite du referentiel des operateurs : absent, le
      * rapport sort quand meme, sans nom ni role en tete.
       01 Referentiel-Switch                              PIC X(1).
           88 REFERENTIEL-OUVERT      VALUE 'O'.
           88 REFERENTIEL-INDISPONIBLE VALUE 'I'.

       01 Fin-Switch                                      PIC X(1).
           88 FIN-OUI VALUE 'Y'.
           88 FIN-NON VALUE 'X'.
       01 Premier-Operateur-Switch                        PIC X(1).
           88 PREMIER-OPERATEUR-OUI VALUE 'O'.
           88 PREMIER-OPERATEUR-NON VALUE 'N'.
       01 WS-OPERATEUR-COURANT                            PIC X(8).

      * Compteurs de l'operateur en cours.
       01 COMPTEUR-ACCES                                  PIC 9(10).
       01 COMPTEUR-CONNEXIONS                             PIC 9(10).
       01 COMPTEUR-CONNEXIONS-REFUSEES                    PIC 9(10).
       01 COMPTEUR-COMPTES-CONSULTES                      PIC 9(10).
       01 COMPTEUR-AGENCES-MODIFIEES                      PIC 9(10).
       01 COMPTEUR-OPERATEURS-MODIFIES                    PIC 9(10).
       01 COMPTEUR-ACTIONS-REFUSEES                       PIC 9(10).
      * Compteurs generaux de la periode.
       01 COMPTEUR-OPERATEURS-TOTAL                       PIC 9(10).
       01 COMPTEUR-ACCES-TOTAL                            PIC 9(10).
       01 COMPTEUR-CONNEXIONS-TOTAL                       PIC 9(10).
       01 COMPTEUR-REFUSEES-TOTAL                         PIC 9(10).
       01 COMPTEUR-CONSULTES-TOTAL                        PIC 9(10).
       01 COMPTEUR-AGENCES-TOTAL                          PIC 9(10).
       01 COMPTEUR-OPERATEURS-MODIF-TOTAL                 PIC 9(10).
       01 COMPTEUR-ACTIONS-REFUSEES-TOTAL                 PIC 9(10).

      * Noms de fichiers resolus au demarrage -- voir Resoudre-Noms.
       01 WS-NOM-ACCES                                    PIC X(60).
       01 WS-NOM-OPERATEURS                               PIC X(60).
       01 WS-NOM-RAPPORT                                  PIC X(60).

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
           SORT TRI-ACCES ON ASCENDING KEY TRI-OPERATEUR
                                           TRI-DATE
                                           TRI-HEURE
               INPUT PROCEDURE IS Liberer-Acces
                                  THRU FIN-Liberer-Acces
               OUTPUT PROCEDURE IS Restituer-Acces
                                  THRU FIN-Restituer-Acces
           PERFORM Ecrire-Totaux                THRU FIN-Ecrire-Totaux
           PERFORM FIN

           .
      *-----------------------------------------------------------------


      ********************
       INITIALISATION-DEB.
      ********************

           INITIALIZE L-Fst
                      L-Fst2
                      L-Fst3
                      COMPTEUR-OPERATEURS-TOTAL
                      COMPTEUR-ACCES-TOTAL
                      COMPTEUR-CONNEXIONS-TOTAL
                      COMPTEUR-REFUSEES-TOTAL
                      COMPTEUR-CONSULTES-TOTAL
                      COMPTEUR-AGENCES-TOTAL
                      COMPTEUR-OPERATEURS-MODIF-TOTAL
                      COMPTEUR-ACTIONS-REFUSEES-TOTAL

           SET PREMIER-OPERATEUR-OUI TO TRUE
           MOVE SPACES TO WS-OPERATEUR-COURANT

           PERFORM Resoudre-Noms THRU FIN-Resoudre-Noms

      *    Periode : sans date de debut, la journee du jour ; sans date
      *    de fin, la date de debut. Pour un mois, passer le premier et
      *    le dernier jour.
           MOVE SPACES TO WS-DATE-JOUR
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DATE-DEBUT
                          WS-DATE-FIN
                          WS-OPERATEUR-DEMANDE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-DATE-DEBUT FROM ARGUMENT-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-DATE-FIN FROM ARGUMENT-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-OPERATEUR-DEMANDE FROM ARGUMENT-VALUE
           IF WS-DATE-DEBUT IS NOT NUMERIC
               MOVE WS-DATE-JOUR TO WS-DATE-DEBUT
           END-IF
           IF WS-DATE-FIN IS NOT NUMERIC
               MOVE WS-DATE-DEBUT TO WS-DATE-FIN
           END-IF

           OPEN OUTPUT TAB-NUM-ACCES-RAPPORT
           IF L-Fst3 NOT = ZERO
               DISPLAY "RAPPORT DES ACCES IMPOSSIBLE (STATUT "
                       L-Fst3 ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "ACCES PAR OPERATEUR DU " TO RPE-LIBELLE
           MOVE WS-DATE-DEBUT TO RPE-DATE-DEBUT
           MOVE " - " TO RPE-TIRET
           MOVE WS-DATE-FIN TO RPE-DATE-FIN
           WRITE RAPPORT-ENTETE-REC

           SET REFERENTIEL-OUVERT TO TRUE
           OPEN INPUT TAB-NUM-OPERATEURS
           IF L-Fst2 NOT = ZERO
               SET REFERENTIEL-INDISPONIBLE TO TRUE
               DISPLAY "REFERENTIEL DES OPERATEURS INDISPONIBLE "
                       "(STATUT " L-Fst2 ")"
           END-IF

           DISPLAY '*********************************'
           DISPLAY '***  Rapport des ACCES        ***'
           DISPLAY '*********************************'
           DISPLAY 'PERIODE : ' WS-DATE-DEBUT ' - ' WS-DATE-FIN
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

           MOVE SPACES TO WS-NOM-ACCES
                          WS-NOM-OPERATEURS
                          WS-NOM-RAPPORT
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-ACCES.txt" DELIMITED BY SIZE
               INTO WS-NOM-ACCES
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-OPERATEURS.dat" DELIMITED BY SIZE
               INTO WS-NOM-OPERATEURS
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-ACCES-RAPPORT.txt" DELIMITED BY SIZE
               INTO WS-NOM-RAPPORT
           .
      ******************
       FIN-Resoudre-Noms. EXIT.
      ******************

      **************
       Liberer-Acces.
      **************
      *    Alimente le tri avec les lignes du journal dont la date
      *    tombe dans la periode (et de l'operateur demande, s'il y en
      *    a un).
           OPEN INPUT TAB-NUM-ACCES
           IF L-Fst NOT = ZERO
               DISPLAY "PAS DE JOURNAL DES ACCES (STATUT " L-Fst ")"
               GO TO FIN-Liberer-Acces
           END-IF
           SET FIN-NON TO TRUE
           PERFORM UNTIL FIN-OUI
               READ TAB-NUM-ACCES
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       IF ACC-DATE NOT < WS-DATE-DEBUT
                          AND ACC-DATE NOT > WS-DATE-FIN
                          AND (WS-OPERATEUR-DEMANDE = SPACES
                           OR ACC-OPERATEUR = WS-OPERATEUR-DEMANDE)
                           MOVE ACC-OPERATEUR TO TRI-OPERATEUR
                           MOVE ACC-DATE TO TRI-DATE
                           MOVE ACC-HEURE TO TRI-HEURE
                           MOVE ACC-PROGRAMME TO TRI-PROGRAMME
                           MOVE ACC-ROLE TO TRI-ROLE
                           MOVE ACC-OBJET TO TRI-OBJET
                           MOVE ACC-ACTION TO TRI-ACTION
                           MOVE ACC-DETAIL TO TRI-DETAIL
                           RELEASE TRI-ACCES-ENR
                       END-IF
               END-READ
      *        Une lecture en echec (statut autre que fin de fichier)
      *        ne declenche ni AT END ni NOT AT END : on sort de la
      *        boucle plutot que d'y rester indefiniment.
               IF L-Fst NOT = ZERO AND L-Fst NOT = 10
                   SET FIN-OUI TO TRUE
               END-IF
           END-PERFORM
           CLOSE TAB-NUM-ACCES
           .
      ******************
       FIN-Liberer-Acces. EXIT.
      ******************

      ****************
       Restituer-Acces.
      ****************
      *    Rupture sur l'operateur : entete a chaque nouvel operateur,
      *    sous-totaux quand il change et apres le dernier.
           SET FIN-NON TO TRUE
           PERFORM UNTIL FIN-OUI
               RETURN TRI-ACCES
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       IF PREMIER-OPERATEUR-OUI
                          OR TRI-OPERATEUR NOT = WS-OPERATEUR-COURANT
                           PERFORM Changer-Operateur
                                   THRU FIN-Changer-Operateur
                       END-IF
                       PERFORM Reporter-Acces THRU FIN-Reporter-Acces
               END-RETURN
           END-PERFORM
           IF PREMIER-OPERATEUR-NON
               PERFORM Ecrire-Sous-Totaux THRU FIN-Ecrire-Sous-Totaux
           END-IF
           .
      ********************
       FIN-Restituer-Acces. EXIT.
      ********************

      ******************
       Changer-Operateur.
      ******************
           IF PREMIER-OPERATEUR-NON
               PERFORM Ecrire-Sous-Totaux THRU FIN-Ecrire-Sous-Totaux
           END-IF
           SET PREMIER-OPERATEUR-NON TO TRUE
           MOVE TRI-OPERATEUR TO WS-OPERATEUR-COURANT
           ADD 1 TO COMPTEUR-OPERATEURS-TOTAL
           MOVE ZERO TO COMPTEUR-ACCES
                        COMPTEUR-CONNEXIONS
                        COMPTEUR-CONNEXIONS-REFUSEES
                        COMPTEUR-COMPTES-CONSULTES
                        COMPTEUR-AGENCES-MODIFIEES
                        COMPTEUR-OPERATEURS-MODIFIES
                        COMPTEUR-ACTIONS-REFUSEES

      *    Entete : nom, role et statut actuels au referentiel -- un
      *    code inconnu (connexion refusee) y est signale comme tel.
           MOVE SPACES TO RAPPORT-OPERATEUR-REC
           MOVE "OPERATEUR : " TO RPO-LIBELLE
           MOVE TRI-OPERATEUR TO RPO-CODE
           MOVE " : " TO RPO-SEP1
           IF REFERENTIEL-INDISPONIBLE
               MOVE "REFERENTIEL INDISPONIBLE" TO RPO-NOM
           ELSE
               MOVE TRI-OPERATEUR TO OPR-CODE
               READ TAB-NUM-OPERATEURS
                   INVALID KEY
                       MOVE "INCONNU AU REFERENTIEL" TO RPO-NOM
                   NOT INVALID KEY
                       MOVE OPR-NOM TO RPO-NOM
                       MOVE " : " TO RPO-SEP2
                       MOVE "ROLE " TO RPO-LIB-ROLE
                       MOVE OPR-ROLE TO RPO-ROLE
                       MOVE " : " TO RPO-SEP3
                       IF OPR-SUSPENDU
                           MOVE "SUSPENDU" TO RPO-STATUT
                       ELSE
                           MOVE "ACTIF" TO RPO-STATUT
                       END-IF
               END-READ
           END-IF
           WRITE RAPPORT-OPERATEUR-REC
           IF L-Fst3 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst3
           END-IF
           .
      **********************
       FIN-Changer-Operateur. EXIT.
      **********************

      ***************
       Reporter-Acces.
      ***************
           MOVE SPACES TO RPA-MARGE
           MOVE TRI-DATE TO RPA-DATE
           MOVE " : " TO RPA-SEP1
           MOVE TRI-HEURE TO RPA-HEURE
           MOVE " : " TO RPA-SEP2
           MOVE TRI-PROGRAMME TO RPA-PROGRAMME
           MOVE " : " TO RPA-SEP3
           MOVE TRI-ROLE TO RPA-ROLE
           MOVE " : " TO RPA-SEP4
           MOVE TRI-OBJET TO RPA-OBJET
           MOVE " : " TO RPA-SEP5
           MOVE TRI-ACTION TO RPA-ACTION
           MOVE " : " TO RPA-SEP6
           MOVE TRI-DETAIL TO RPA-DETAIL
           WRITE RAPPORT-ACCES-REC
           IF L-Fst3 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst3
           END-IF
           ADD 1 TO COMPTEUR-ACCES
           ADD 1 TO COMPTEUR-ACCES-TOTAL
           EVALUATE TRI-ACTION
               WHEN "CONNEXION"
                   ADD 1 TO COMPTEUR-CONNEXIONS
                   ADD 1 TO COMPTEUR-CONNEXIONS-TOTAL
               WHEN "CONNEXION REFUSEE"
                   ADD 1 TO COMPTEUR-CONNEXIONS-REFUSEES
                   ADD 1 TO COMPTEUR-REFUSEES-TOTAL
               WHEN "CONSULTATION"
               WHEN "VERIFICATION CLE"
                   ADD 1 TO COMPTEUR-COMPTES-CONSULTES
                   ADD 1 TO COMPTEUR-CONSULTES-TOTAL
               WHEN "AGENCE AJOUTEE"
               WHEN "AGENCE FERMEE"
               WHEN "AGENCE ROUVERTE"
               WHEN "AGENCE RENOMMEE"
                   ADD 1 TO COMPTEUR-AGENCES-MODIFIEES
                   ADD 1 TO COMPTEUR-AGENCES-TOTAL
               WHEN "OPERATEUR CREE"
               WHEN "OPERATEUR MODIFIE"
                   ADD 1 TO COMPTEUR-OPERATEURS-MODIFIES
                   ADD 1 TO COMPTEUR-OPERATEURS-MODIF-TOTAL
               WHEN "ACTION REFUSEE"
                   ADD 1 TO COMPTEUR-ACTIONS-REFUSEES
                   ADD 1 TO COMPTEUR-ACTIONS-REFUSEES-TOTAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *******************
       FIN-Reporter-Acces. EXIT.
      *******************

      *******************
       Ecrire-Sous-Totaux.
      *******************
           MOVE " : " TO RPT-SEP
           MOVE "   NB ACCES" TO RPT-LIBELLE
           MOVE COMPTEUR-ACCES TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC
           MOVE "   NB CONNEXIONS" TO RPT-LIBELLE
           MOVE COMPTEUR-CONNEXIONS TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC
           MOVE "   NB CONNEXIONS REFUSEES" TO RPT-LIBELLE
           MOVE COMPTEUR-CONNEXIONS-REFUSEES TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC
           MOVE "   NB COMPTES CONSULTES" TO RPT-LIBELLE
           MOVE COMPTEUR-COMPTES-CONSULTES TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC
           MOVE "   NB MODIFICATIONS D AGENCES" TO RPT-LIBELLE
           MOVE COMPTEUR-AGENCES-MODIFIEES TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC
           MOVE "   NB MODIFICATIONS D OPERATEURS" TO RPT-LIBELLE
           MOVE COMPTEUR-OPERATEURS-MODIFIES TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC
           MOVE "   NB ACTIONS REFUSEES" TO RPT-LIBELLE
           MOVE COMPTEUR-ACTIONS-REFUSEES TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC
           IF L-Fst3 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst3
           END-IF
           .
      ***********************
       FIN-Ecrire-Sous-Totaux. EXIT.
      ***********************

      **************
       Ecrire-Totaux.
      **************
      *    Totaux de la periode. Une connexion ou une action refusee
      *    merite l'attention du responsable de la conformite : le
      *    rapport rend alors 4, comme les autres controles.
           MOVE " : " TO RPT-SEP
           MOVE "NB OPERATEURS" TO RPT-LIBELLE
           MOVE COMPTEUR-OPERATEURS-TOTAL TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC
           MOVE "NB ACCES" TO RPT-LIBELLE
           MOVE COMPTEUR-ACCES-TOTAL TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC
           MOVE "NB CONNEXIONS" TO RPT-LIBELLE
           MOVE COMPTEUR-CONNEXIONS-TOTAL TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC
           MOVE "NB CONNEXIONS REFUSEES" TO RPT-LIBELLE
           MOVE COMPTEUR-REFUSEES-TOTAL TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC
           MOVE "NB COMPTES CONSULTES" TO RPT-LIBELLE
           MOVE COMPTEUR-CONSULTES-TOTAL TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC
           MOVE "NB MODIFICATIONS D AGENCES" TO RPT-LIBELLE
           MOVE COMPTEUR-AGENCES-TOTAL TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC
           MOVE "NB MODIFICATIONS D OPERATEURS" TO RPT-LIBELLE
           MOVE COMPTEUR-OPERATEURS-MODIF-TOTAL TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC
           MOVE "NB ACTIONS REFUSEES" TO RPT-LIBELLE
           MOVE COMPTEUR-ACTIONS-REFUSEES-TOTAL TO RPT-VALEUR
           WRITE RAPPORT-TOTAL-REC
           IF L-Fst3 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst3
           END-IF
           DISPLAY "OPERATEURS          : " COMPTEUR-OPERATEURS-TOTAL
           DISPLAY "ACCES               : " COMPTEUR-ACCES-TOTAL
           DISPLAY "COMPTES CONSULTES   : " COMPTEUR-CONSULTES-TOTAL
           DISPLAY "CONNEXIONS REFUSEES : " COMPTEUR-REFUSEES-TOTAL
           DISPLAY "ACTIONS REFUSEES    : "
                   COMPTEUR-ACTIONS-REFUSEES-TOTAL
           IF COMPTEUR-REFUSEES-TOTAL NOT = ZERO
              OR COMPTEUR-ACTIONS-REFUSEES-TOTAL NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .
      ******************
       FIN-Ecrire-Totaux. EXIT.
      ******************

      *****
       FIN.
      *****
      * Fermeture des fichiers :
           IF REFERENTIEL-OUVERT
               CLOSE TAB-NUM-OPERATEURS
           END-IF
           CLOSE TAB-NUM-ACCES-RAPPORT
           DISPLAY 'Fin du rapport des acces.'
           STOP RUN.

       END PROGRAM rapport-acces.
