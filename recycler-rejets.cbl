               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst15
                .

      *    Date metier de la journee en cours (voir
      *    Structure-date-metier.txt) : elle date le travail du passage
      *    a la place de l'horloge du systeme.
           SELECT TAB-NUM-DATE-METIER ASSIGN TO DYNAMIC
                       WS-NOM-DATE-METIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst16
                .

      *    Registre des derogations et sa trace (voir
      *    Structure-derogation.txt) : un compte bloque n'est pas
      *    gueri, il reste rejete ; un compte a cle imposee gueri avec
      *    cette cle -- memes regles que chez l'appelant.
           SELECT TAB-NUM-DEROGATIONS ASSIGN TO DYNAMIC
                       WS-NOM-DEROGATIONS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DRG-NUM
               FILE STATUS IS L-Fst17
                .
           SELECT TAB-NUM-DEROGATIONS-TRACE ASSIGN TO DYNAMIC
                       WS-NOM-TRACE-DEROGATIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst18
                .
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD TAB-NUM-ERREURS.
      * Meme dessin que SORTIE-ERR dans appelant-cle.cbl : une ligne
      * par rejet des motifs 01-11.
       01 SORTIE-ERR.
           05 Phrase                             PIC X(25).
           05 Ligne-Erreur                       PIC 9(3).

       FD TAB-NUM-SORTIE.
      * Meme dessin que SORTIE-CLE-ET-NUM dans appelant-cle.cbl (flux
      * unique), agence, type, cle RIB et IBAN compris, complete en
      * EXTEND :
       01 SORTIE-CLE-ET-NUM.
           05 SORTIE-MUN                         PIC 9(10).
           05 SORTIE-CLE                         PIC 9(1).
           05 SORTIE-AGENCE                      PIC X(5).
           05 SORTIE-TYPE                        PIC X(1).
           05 SORTIE-CLE-RIB                     PIC 9(2).
           05 SORTIE-IBAN                        PIC X(27).

       FD TAB-NUM-AUDIT.
      * Meme dessin que AUDIT-REC dans appelant-cle.cbl :
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

       FD TAB-NUM-REF-AGENCES.
      * Une agence du reseau, cle = code agence -- meme dessin que

       FD TAB-NUM-SORTIE-T1.
      * Comptes courants ('1') -- meme dessin que SORTIE-CLE-ET-NUM :
       01 SORTIE-T1-REC                          PIC X(46).

       FD TAB-NUM-SORTIE-T2.
      * Comptes epargne ('2') -- meme dessin que SORTIE-CLE-ET-NUM :
       01 SORTIE-T2-REC                          PIC X(46).

       FD TAB-NUM-SORTIE-T3.
      * Comptes en devises ('3') -- meme dessin que SORTIE-CLE-ET-NUM :
       01 SORTIE-T3-REC                          PIC X(46).

       FD TAB-NUM-DATE-METIER.
       01 DATE-METIER-REC.
           COPY 'Structure-date-metier.txt'.

       FD TAB-NUM-DEROGATIONS.
       01 DEROGATION-ENR.
           COPY 'Structure-derogation.txt'.

       FD TAB-NUM-DEROGATIONS-TRACE.
       01 TRACE-DEROGATION-REC.
           COPY 'Structure-trace-derogation.txt'.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      * Déclaration des variables.
       01 COMPTEUR-CORR-INCOMPLETES                       PIC 9(10).
       01 COMPTEUR-CORRECTIONS-INUTILES                   PIC 9(10).
       01 COMPTEUR-HISTORIQUE-TOTAL                       PIC 9(10).
      * Derogations appliquees : rejets maintenus pour compte bloque
      * (deja comptes dans COMPTEUR-ECHECS) et gueris a cle imposee.
       01 COMPTEUR-BLOQUE                                 PIC 9(10).
       01 COMPTEUR-CLE-IMPOSEE                            PIC 9(10).

       01 EOF-Switch                                      PIC X(1).
           88 FIN-OUI VALUE 'Y'.
       01 L-Fst13                                         PIC 99.
       01 L-Fst14                                         PIC 99.
       01 L-Fst15                                         PIC 99.
       01 L-Fst16                                         PIC 99.
       01 L-Fst17                                         PIC 99.
       01 L-Fst18                                         PIC 99.
      * Registre des derogations ouvert ou absent, derogation en
      * vigueur pour le compte rejoue, evenement a tracer et cle que
      * CLCCle avait calculee avant d'etre remplacee.
       01 Registre-Derogations-Switch                     PIC X(1).
           88 REGISTRE-DEROGATIONS-OUVERT  VALUE 'O'.
           88 REGISTRE-DEROGATIONS-ABSENT  VALUE 'N'.
       01 Derogation-Switch                               PIC X(1).
           88 DEROGATION-AUCUNE  VALUE ' '.
           88 DEROGATION-CLE     VALUE 'C'.
           88 DEROGATION-BLOCAGE VALUE 'B'.
       01 WS-EVENEMENT-DEROGATION                         PIC X(16).
       01 WS-CLE-CALCULEE                                 PIC 9(1).
       01 WS-HEURE-JOUR                                   PIC X(8).
      * Verdict de la lecture de la date metier (voir
      * Lire-Date-Metier).
       01 Date-Metier-Switch                              PIC X(1).
           88 DATE-METIER-ADMISE   VALUE 'A'.
           88 DATE-METIER-REFUSEE  VALUE 'R'.

      * Date du jour (AAAAMMJJ), pour dater les lignes d'historique.
       01 WS-DATE-JOUR                                    PIC X(8).
           88 VENTILATION-OUI VALUE 'O'.
           88 VENTILATION-NON VALUE 'N'.

      * Entree du maitre en cours d'ecriture, gardee le temps de
      * relire l'entree deja presente (voir Remplacer-Maitre).
       01 WS-MAITRE-NOUVEAU                               PIC X(47).

      * Noms de fichiers resolus au demarrage -- voir
      * Resoudre-Noms-Fichiers.
       01 WS-NOM-ERREURS                                  PIC X(60).
       01 WS-NOM-HISTORIQUE-BASE                          PIC X(60).
       01 WS-NOM-SORTIE-IDX                               PIC X(60).
       01 WS-NOM-REF-AGENCES                              PIC X(60).
       01 WS-NOM-DATE-METIER                              PIC X(60).
       01 WS-NOM-DEJA-VU                                  PIC X(60).
       01 WS-NOM-DEROGATIONS                              PIC X(60).
       01 WS-NOM-TRACE-DEROGATIONS                        PIC X(60).
       01 WS-NOM-RECYCLAGE                                PIC X(60).
       01 WS-NOM-SORTIE-T1                                PIC X(60).
       01 WS-NOM-SORTIE-T2                                PIC X(60).
                      COMPTEUR-CORR-INCOMPLETES
                      COMPTEUR-CORRECTIONS-INUTILES
                      COMPTEUR-HISTORIQUE-TOTAL
                      COMPTEUR-BLOQUE
                      COMPTEUR-CLE-IMPOSEE
                      L-Fst
                      L-Fst2
                      L-Fst3
                      L-Fst13
                      L-Fst14
                      L-Fst15
                      L-Fst16
                      L-Fst17
                      L-Fst18

           SET FIN-NON TO TRUE
           SET Erreur-Non TO TRUE
           PERFORM Resoudre-Noms-Fichiers
                   THRU FIN-Resoudre-Noms-Fichiers

      *    Date metier du passage, pour dater les lignes d'historique
      *    des comptes gueris -- lue avant toute ouverture de fichier.
           PERFORM Lire-Date-Metier THRU FIN-Lire-Date-Metier

           PERFORM Charger-Corrections THRU FIN-Charger-Corrections
           PERFORM Charger-Ref-Agences THRU FIN-Charger-Ref-Agences
           PERFORM Reconstituer-Deja-Vu
                   THRU FIN-Reconstituer-Deja-Vu

      *    Registre des derogations, en lecture seule (voir
      *    Chercher-Derogation). Absent : aucune derogation.
           OPEN INPUT TAB-NUM-DEROGATIONS
           IF L-Fst17 = ZERO
               SET REGISTRE-DEROGATIONS-OUVERT TO TRUE
           ELSE
               SET REGISTRE-DEROGATIONS-ABSENT TO TRUE
               IF L-Fst17 NOT = 35
                   DISPLAY "REGISTRE DES DEROGATIONS INACCESSIBLE "
                           "(STATUT " L-Fst17 ") : AUCUNE DEROGATION "
                           "APPLIQUEE"
               END-IF
           END-IF

      *    Les gueris COMPLETENT les fichiers d'un passage normal :
      *    tout s'ouvre en EXTEND (creation au statut 35), jamais en
      *    OUTPUT -- un recyclage ne doit rien ecraser.
                          WS-NOM-DEJA-VU
                          WS-NOM-RECYCLAGE
                          WS-NOM-TEMP-RECYCLE
                          WS-NOM-DEROGATIONS
                          WS-NOM-TRACE-DEROGATIONS
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-ERREURS2.txt" DELIMITED BY SIZE
               INTO WS-NOM-ERREURS
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-RECYCLAGE.txt" DELIMITED BY SIZE
               INTO WS-NOM-RECYCLAGE
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-DEROGATIONS.dat" DELIMITED BY SIZE
               INTO WS-NOM-DEROGATIONS
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-DEROGATIONS-TRACE.txt" DELIMITED BY SIZE
               INTO WS-NOM-TRACE-DEROGATIONS
           MOVE SPACES TO WS-NOM-SORTIE-T1
                          WS-NOM-SORTIE-T2
                          WS-NOM-SORTIE-T3
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-SORTIE2-T3.txt" DELIMITED BY SIZE
               INTO WS-NOM-SORTIE-T3
           MOVE SPACES TO WS-NOM-DATE-METIER
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-DATE-METIER.txt" DELIMITED BY SIZE
               INTO WS-NOM-DATE-METIER
           STRING WS-NOM-ERREURS DELIMITED BY SPACE
                   ".tmp" DELIMITED BY SIZE
               INTO WS-NOM-TEMP-RECYCLE
       FIN-Resoudre-Noms-Fichiers. EXIT.
      ****************************

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
           IF L-Fst16 NOT = ZERO
               DISPLAY "PAS DE DATE METIER (STATUT " L-Fst16
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

      ********************
       Charger-Corrections.
      ********************
      *    Reconstitue l'enregistrement corrige (un COR-NOUVEAU-NUM a
      *    blanc garde le numero d'origine du rejet) et le rejoue avec
      *    les memes controles qu'un passage normal : doublon avec la
      *    sortie deja livree, referentiel des agences, blocage par
      *    une derogation, puis CLCCle.
      *    L'agence et le type doivent venir de la correction -- le
      *    rejet ne les porte pas : laisses a blanc, la correction est
      *    ecartee comme incomplete et le rejet reste tel quel, plutot
               GO TO FIN-Rejouer-Rejet
           END-IF

      *    Compte bloque : le rejet reste, sous le motif 11 de
      *    l'appelant, jusqu'a la levee ou l'expiration du blocage.
           MOVE NUM-COMP TO DRG-NUM
           PERFORM Chercher-Derogation THRU FIN-Chercher-Derogation
           IF DEROGATION-BLOCAGE
               MOVE 11 TO CODE-ERREUR
               MOVE "COMPTE BLOQUE" TO LIBELLE-ERREUR
               PERFORM Ecrire-Nouvel-Echec THRU FIN-Ecrire-Nouvel-Echec
               ADD 1 TO COMPTEUR-BLOQUE
               MOVE ZERO TO WS-CLE-CALCULEE
               MOVE "COMPTE BLOQUE" TO WS-EVENEMENT-DEROGATION
               PERFORM Tracer-Derogation THRU FIN-Tracer-Derogation
               GO TO FIN-Rejouer-Rejet
           END-IF

           CALL 'CLCCle' USING WS-Num-Cle-Err
           IF Erreur-Oui
               PERFORM Ecrire-Nouvel-Echec THRU FIN-Ecrire-Nouvel-Echec
      *    Le rejet est gueri : il rejoint la sortie, la piste d'audit
      *    et l'historique exactement comme une sortie d'un passage
      *    normal -- et il disparait du fichier d'erreurs (rien n'est
      *    reecrit dans le temporaire). Une cle imposee par une
      *    derogation remplace la cle calculee partout sauf dans la
      *    piste d'audit, qui garde le calcul de CLCCle.
           MOVE NUM-COMP TO SORTIE-MUN
           MOVE Cle TO SORTIE-CLE
           IF DEROGATION-CLE
               MOVE Cle TO WS-CLE-CALCULEE
               MOVE DRG-CLE TO SORTIE-CLE
               ADD 1 TO COMPTEUR-CLE-IMPOSEE
               MOVE "CLE IMPOSEE" TO WS-EVENEMENT-DEROGATION
               PERFORM Tracer-Derogation THRU FIN-Tracer-Derogation
           END-IF
           MOVE NUM-AGENCE TO SORTIE-AGENCE
           MOVE TYPE-COMPTE TO SORTIE-TYPE
           MOVE CLE-RIB TO SORTIE-CLE-RIB
           MOVE IBAN TO SORTIE-IBAN
           WRITE SORTIE-CLE-ET-NUM
           IF L-Fst3 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst3
           IF INDEXATION-OUI
               MOVE SORTIE-MUN TO SORTIE-MUN-IDX
               MOVE SORTIE-CLE TO SORTIE-CLE-IDX
               MOVE SORTIE-AGENCE TO SORTIE-AGENCE-IDX
               MOVE SORTIE-TYPE TO SORTIE-TYPE-IDX
               MOVE SPACE TO SORTIE-ETAT-IDX
               MOVE SORTIE-CLE-RIB TO SORTIE-CLE-RIB-IDX
               MOVE SORTIE-IBAN TO SORTIE-IBAN-IDX
               WRITE SORTIE-CLE-ET-NUM-IDX
      *        Statut 22 : le compte est deja au maitre -- numero
      *        reserve par attribuer-numeros.cbl, ou compte dont la
      *        cle change (derogation) : voir Remplacer-Maitre.
               IF L-Fst8 = 22
                   PERFORM Remplacer-Maitre THRU FIN-Remplacer-Maitre
               ELSE
                   IF L-Fst8 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst8
                   END-IF
               END-IF
           END-IF

       FIN-Ecrire-Gueri. EXIT.
      ****************

      *****************
       Remplacer-Maitre.
      *****************
      *    Meme regle que la fusion des flux : l'entree deja au maitre
      *    est remplacee par celle du rejet gueri si c'est un numero
      *    reserve, encore sous sa cle d'attribution, ou si sa cle
      *    differe (cle imposee par une derogation) ; une entree
      *    identique est laissee en l'etat.
           MOVE SORTIE-CLE-ET-NUM-IDX TO WS-MAITRE-NOUVEAU
           READ TAB-NUM-SORTIE-IDX
               INVALID KEY
                       DISPLAY 'Erreur lecture fichier =' L-Fst8
                   GO TO FIN-Remplacer-Maitre
           END-READ
           IF SORTIE-RESERVEE-IDX
              OR SORTIE-CLE-IDX NOT = SORTIE-CLE
               MOVE WS-MAITRE-NOUVEAU TO SORTIE-CLE-ET-NUM-IDX
               REWRITE SORTIE-CLE-ET-NUM-IDX
               IF L-Fst8 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst8
               END-IF
           END-IF
           .
      *********************
       FIN-Remplacer-Maitre. EXIT.
      *********************

      *****************
       Ecrire-Ventilation.
      *****************
       FIN-Ecrire-Ligne-Recyclage. EXIT.
      *************************

      ********************
       Chercher-Derogation.
      ********************
      *    Derogation en vigueur pour le compte place dans DRG-NUM :
      *    approuvee, pas levee, pas expiree a la date metier -- meme
      *    regle que dans appelant-cle.cbl.
           SET DEROGATION-AUCUNE TO TRUE
           IF REGISTRE-DEROGATIONS-ABSENT
               GO TO FIN-Chercher-Derogation
           END-IF
           READ TAB-NUM-DEROGATIONS
               INVALID KEY
                   GO TO FIN-Chercher-Derogation
           END-READ
           IF DRG-APPROUVEE
              AND DRG-DATE-EXPIRATION NOT < WS-DATE-JOUR
               IF DRG-BLOCAGE
                   SET DEROGATION-BLOCAGE TO TRUE
               ELSE
                   SET DEROGATION-CLE TO TRUE
               END-IF
           END-IF
           .
      ************************
       FIN-Chercher-Derogation. EXIT.
      ************************

      ******************
       Tracer-Derogation.
      ******************
      *    Une ligne par usage dans la trace permanente des
      *    derogations, ouverte et refermee a chaque ligne comme chez
      *    l'appelant.
           ACCEPT WS-HEURE-JOUR FROM TIME
           MOVE WS-DATE-JOUR TO TRC-DATE
           MOVE " : " TO TRC-SEP1
           MOVE WS-HEURE-JOUR TO TRC-HEURE
           MOVE " : " TO TRC-SEP2
           MOVE "recycler-rejets" TO TRC-PROGRAMME
           MOVE " : " TO TRC-SEP3
           MOVE SPACES TO TRC-OPERATEUR
           MOVE " : " TO TRC-SEP4
           MOVE WS-EVENEMENT-DEROGATION TO TRC-EVENEMENT
           MOVE " : " TO TRC-SEP5
           MOVE DRG-NUM TO TRC-NUM
           MOVE " : " TO TRC-SEP6
           MOVE DRG-NATURE TO TRC-NATURE
           MOVE " : " TO TRC-SEP7
           MOVE WS-CLE-CALCULEE TO TRC-CLE-CALCULEE
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
           OPEN EXTEND TAB-NUM-DEROGATIONS-TRACE
           IF L-Fst18 = 35
               OPEN OUTPUT TAB-NUM-DEROGATIONS-TRACE
           END-IF
           IF L-Fst18 NOT = ZERO
               DISPLAY "TRACE DES DEROGATIONS INACCESSIBLE (STATUT "
                       L-Fst18 ") : " WS-EVENEMENT-DEROGATION
                       " DU COMPTE " DRG-NUM " NON TRACE"
               GO TO FIN-Tracer-Derogation
           END-IF
           WRITE TRACE-DEROGATION-REC
           IF L-Fst18 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst18
           END-IF
           CLOSE TAB-NUM-DEROGATIONS-TRACE
           .
      **********************
       FIN-Tracer-Derogation. EXIT.
      **********************

      *****
       FIN.
      *****
                     TAB-NUM-SORTIE-T2
                     TAB-NUM-SORTIE-T3
           END-IF
           IF REGISTRE-DEROGATIONS-OUVERT
               CLOSE TAB-NUM-DEROGATIONS
           END-IF

      *    Nouvelle longueur legitime de l'historique, recomptee sur
      *    le fichier lui-meme (comme Reporter-Historique dans
           MOVE COMPTEUR-CORRECTIONS-INUTILES TO RCT-VALEUR
           WRITE RECYCLAGE-TOTAL-REC

      *    Derogations : les comptes bloques sont deja inclus dans
      *    NB NOUVEAUX ECHECS, les cles imposees dans NB REJETS GUERIS.
           MOVE "NB COMPTES BLOQUES" TO RCT-LIBELLE
           MOVE COMPTEUR-BLOQUE TO RCT-VALEUR
           WRITE RECYCLAGE-TOTAL-REC

           MOVE "NB CLES IMPOSEES" TO RCT-LIBELLE
           MOVE COMPTEUR-CLE-IMPOSEE TO RCT-VALEUR
           WRITE RECYCLAGE-TOTAL-REC

           IF L-Fst12 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst12
           END-IF
           DISPLAY "Rejets sans correction :" COMPTEUR-SANS-CORRECTION
           DISPLAY "Corrections incompletes :"
                                           COMPTEUR-CORR-INCOMPLETES
           DISPLAY "Comptes bloques :" COMPTEUR-BLOQUE
           DISPLAY "Cles imposees :" COMPTEUR-CLE-IMPOSEE
           DISPLAY 'Fin de recyclage.'
           STOP RUN.

