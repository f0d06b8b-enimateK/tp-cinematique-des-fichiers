IDENTIFICATION DIVISION.
PROGRAM-ID. repartition_sieges.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT fresultats ASSIGN TO "resultats.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fres_cle
        FILE STATUS IS fresult_stat.
        SELECT fcandidats ASSIGN TO "fcandidats.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fca_num
        FILE STATUS IS fcandidats_stat.
*> Table des sieges par liste, par scrutin et par tour : reprise
*> par extraction_prefecture (lignes '4') et copiee par archivage
        SELECT fsieges ASSIGN TO "fsieges.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fsi_cle
        FILE STATUS IS fsieges_stat.
*> Detail imprimable du calcul (quotients et moyennes successifs)
*> pour le controle de la repartition, recree a chaque execution
        SELECT fcalcul ASSIGN TO "calcul_sieges.dat"
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS fcalcul_stat.

DATA DIVISION.
FILE SECTION.
        FD fresultats.
        01 resultTampon.
          02 fres_cle.
             03 fres_noebur PIC X(4).
             03 fres_scrutin PIC X(8).
             03 fres_tour PIC 9.
          02 fres_nbcandidats PIC 9(2).
          02 fres_blancs PIC 9(12).
          02 fres_nuls PIC 9(12).
          02 fres_signatures PIC 9(12).
          02 fres_votes OCCURS 20 TIMES.
             03 fres_numcandidat PIC 9(2).
             03 fres_nbvoix PIC 9(12).
        FD fcandidats.
        01 candidatTampon.
          02 fca_num PIC 9(2).
          02 fca_nom PIC X(30).
          02 fca_prenom PIC X(30).
          02 fca_parti PIC X(30).
        FD fsieges.
        01 siegeTampon.
          02 fsi_cle.
             03 fsi_scrutin PIC X(8).
             03 fsi_tour PIC 9.
             03 fsi_numliste PIC 9(2).
          02 fsi_sieges_a_pourvoir PIC 9(3).
          02 fsi_voix PIC 9(14).
          02 fsi_pourcentage PIC 9(3)V99.
          02 fsi_admise PIC 9.
             88 fsi-admise VALUE 1.
          02 fsi_prime PIC 9(3).
          02 fsi_quotient PIC 9(3).
          02 fsi_moyenne PIC 9(3).
          02 fsi_total PIC 9(3).
        FD fcalcul.
        01 calculTampon PIC X(100).

WORKING-STORAGE SECTION.
        77 fresult_stat PIC 9(2).
        77 fcandidats_stat PIC 9(2).
        77 fsieges_stat PIC 9(2).
        77 fcalcul_stat PIC 9(2).
        77 Wfin PIC 9.
        77 Wi PIC 9(2).
        77 Wj PIC 9(2).
        77 Wk PIC 9(3).
        77 Wscrutin PIC X(8).
        77 Wtour PIC 9.
        77 Wnbsieges PIC 9(3).
        77 Wtaux_prime PIC 9(3).
        77 Wseuil PIC 99V99.
        77 Wexprimes PIC 9(14).
        77 Wexprimes_admises PIC 9(14).
        77 Wmajoritaire PIC 9(2).
        77 Wegalite PIC 9.
        77 Wsieges_prime PIC 9(3).
        77 Wsieges_restants PIC 9(3).
        77 Wsieges_distribues PIC 9(3).
        77 Wquotient_electoral PIC 9(14)V9(4).
        77 Wmoyenne PIC 9(14)V9(4).
        77 Wmeilleure_moyenne PIC 9(14)V9(4).
        77 Wmeilleure PIC 9(2).
        77 Wdiviseur PIC 9(4).
        77 Wcalcul PIC 9(18).
        77 Wnom_candidat PIC X(30).
        77 Wnbrepartis PIC 9(3).
        77 Wio_ko PIC 9 VALUE 0.

        01 WvoixListes.
           02 WvoixListe OCCURS 20 TIMES PIC 9(14).
        01 WadmisesT.
           02 Wadmise OCCURS 20 TIMES PIC 9.
        01 WpourcentagesT.
           02 Wpourcentage OCCURS 20 TIMES PIC 9(3)V99.
        01 WsiegesQuotientT.
           02 WsiegesQuotient OCCURS 20 TIMES PIC 9(3).
        01 WsiegesMoyenneT.
           02 WsiegesMoyenne OCCURS 20 TIMES PIC 9(3).

*> Zones d'edition des lignes de calcul
        77 Wed_num PIC 99.
        77 Wed_voix PIC Z(13)9.
        77 Wed_sieges PIC ZZ9.
        77 Wed_sieges2 PIC ZZ9.
        77 Wed_pct PIC ZZ9.99.
        77 Wed_moyenne PIC Z(13)9.9999.
        01 Wtrace PIC X(100).

PROCEDURE DIVISION.

*> Repartition des sieges d'un scrutin de liste (municipales,
*> regionales) a partir des resultats consolides d'un tour :
*> prime majoritaire a la liste en tete, puis repartition du
*> reste a la plus forte moyenne entre les listes ayant atteint
*> le seuil d'admission. Chaque quotient et chaque moyenne
*> intermediaires sont affiches et ecrits dans calcul_sieges.dat,
*> la table finale est ecrite dans fsieges.dat.
        DISPLAY 'Code du scrutin (8 caracteres)'
        ACCEPT Wscrutin
        DISPLAY 'Tour a repartir (1 ou 2)'
        ACCEPT Wtour
        DISPLAY 'Nombre de sieges a pourvoir'
        ACCEPT Wnbsieges
        DISPLAY 'Prime majoritaire en pourcentage des sieges '
           '(50 municipales, 25 regionales)'
        ACCEPT Wtaux_prime
        DISPLAY 'Seuil d''admission en pourcentage des exprimes '
           '(ex. 05.00)'
        ACCEPT Wseuil

        OPEN OUTPUT fcalcul
        OPEN INPUT fcandidats
        PERFORM CUMULE_VOIX_LISTES
        PERFORM DETERMINE_LISTE_MAJORITAIRE
        IF Wmajoritaire = 0 OR Wnbsieges = 0 THEN
           MOVE 'Aucune repartition : pas de liste majoritaire ou '
              TO Wtrace
           PERFORM ECRIT_TRACE
           MOVE '   aucun siege a pourvoir pour ce scrutin et ce tour'
              TO Wtrace
           PERFORM ECRIT_TRACE
        ELSE
           PERFORM ATTRIBUE_PRIME
           PERFORM DETERMINE_LISTES_ADMISES
           PERFORM REPARTIT_AU_QUOTIENT
           PERFORM VARYING Wk FROM 1 BY 1
              UNTIL Wk > Wsieges_restants - Wsieges_distribues
              PERFORM ATTRIBUE_SIEGE_PLUS_FORTE_MOYENNE
           END-PERFORM
           PERFORM ECRIT_TABLE_SIEGES
           PERFORM AFFICHE_TABLE_SIEGES
        END-IF
        CLOSE fcandidats
        CLOSE fcalcul

        IF Wio_ko = 1
           MOVE 1 TO RETURN-CODE
        ELSE
           MOVE 0 TO RETURN-CODE
        END-IF

        GOBACK.

        CUMULE_VOIX_LISTES.
*> Total des voix du tour par liste (numero de candidat), tous
*> bureaux confondus, et total des suffrages exprimes
        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > 20
           MOVE 0 TO WvoixListe(Wi)
           MOVE 0 TO Wadmise(Wi)
           MOVE 0 TO Wpourcentage(Wi)
           MOVE 0 TO WsiegesQuotient(Wi)
           MOVE 0 TO WsiegesMoyenne(Wi)
        END-PERFORM
        MOVE 0 TO Wexprimes
        MOVE 0 TO Wfin
        OPEN INPUT fresultats
        IF fresult_stat = 35 THEN
           DISPLAY 'Fichier resultats.dat introuvable, aucun resultat'
        ELSE
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fresultats NEXT RECORD
                 AT END MOVE 1 TO Wfin
                 NOT AT END
                    IF fres_scrutin = Wscrutin AND fres_tour = Wtour THEN
                       PERFORM VARYING Wj FROM 1 BY 1
                          UNTIL Wj > fres_nbcandidats
                          ADD fres_nbvoix(Wj)
                             TO WvoixListe(fres_numcandidat(Wj))
                          ADD fres_nbvoix(Wj) TO Wexprimes
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM
        END-IF
        CLOSE fresultats

        MOVE Wexprimes TO Wed_voix
        MOVE SPACES TO Wtrace
        STRING '=== Repartition des sieges - scrutin ' DELIMITED BY SIZE
           Wscrutin DELIMITED BY SIZE
           ' tour ' DELIMITED BY SIZE
           Wtour DELIMITED BY SIZE
           ' ===' DELIMITED BY SIZE
           INTO Wtrace
        END-STRING
        PERFORM ECRIT_TRACE
        MOVE SPACES TO Wtrace
        STRING 'Suffrages exprimes : ' DELIMITED BY SIZE
           Wed_voix DELIMITED BY SIZE
           INTO Wtrace
        END-STRING
        PERFORM ECRIT_TRACE
        IF Wexprimes > 0 THEN
           PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > 20
              IF WvoixListe(Wi) > 0 THEN
                 COMPUTE Wpourcentage(Wi) ROUNDED =
                    (WvoixListe(Wi) * 100) / Wexprimes
                 PERFORM CHERCHE_NOM_CANDIDAT
                 MOVE Wi TO Wed_num
                 MOVE WvoixListe(Wi) TO Wed_voix
                 MOVE Wpourcentage(Wi) TO Wed_pct
                 MOVE SPACES TO Wtrace
                 STRING '   Liste ' DELIMITED BY SIZE
                    Wed_num DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    Wnom_candidat DELIMITED BY SIZE
                    Wed_voix DELIMITED BY SIZE
                    ' voix ' DELIMITED BY SIZE
                    Wed_pct DELIMITED BY SIZE
                    ' %' DELIMITED BY SIZE
                    INTO Wtrace
                 END-STRING
                 PERFORM ECRIT_TRACE
              END-IF
           END-PERFORM
        END-IF.

        DETERMINE_LISTE_MAJORITAIRE.
*> Au premier tour la prime ne va qu'a une liste ayant la
*> majorite absolue des exprimes ; au second tour elle va a la
*> liste arrivee en tete. En cas d'egalite de voix la loi
*> departage a l'age moyen des candidats, que le systeme ne
*> connait pas : la liste de plus petit numero est retenue et
*> l'egalite est signalee pour verification manuelle.
        MOVE 0 TO Wmajoritaire
        MOVE 0 TO Wegalite
        IF Wexprimes > 0 THEN
           PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > 20
              IF WvoixListe(Wi) > 0 THEN
                 IF Wmajoritaire = 0 THEN
                    MOVE Wi TO Wmajoritaire
                 ELSE
                    IF WvoixListe(Wi) > WvoixListe(Wmajoritaire) THEN
                       MOVE Wi TO Wmajoritaire
                       MOVE 0 TO Wegalite
                    ELSE
                       IF WvoixListe(Wi) = WvoixListe(Wmajoritaire) THEN
                          MOVE 1 TO Wegalite
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF Wtour = 1 AND Wmajoritaire > 0 THEN
              IF WvoixListe(Wmajoritaire) * 2 NOT > Wexprimes THEN
                 MOVE 'Aucune liste n''a la majorite absolue au premier '
                    TO Wtrace
                 PERFORM ECRIT_TRACE
                 MOVE '   tour : un second tour est necessaire'
                    TO Wtrace
                 PERFORM ECRIT_TRACE
                 MOVE 0 TO Wmajoritaire
              END-IF
           END-IF
        END-IF
        IF Wmajoritaire > 0 AND Wegalite = 1 THEN
           MOVE 'ALERTE : egalite de voix en tete, liste de plus petit '
              TO Wtrace
           PERFORM ECRIT_TRACE
           MOVE '   numero retenue, departage a l''age a verifier'
              TO Wtrace
           PERFORM ECRIT_TRACE
        END-IF.

        ATTRIBUE_PRIME.
*> Prime majoritaire arrondie a l'entier superieur, jamais plus
*> que le nombre de sieges a pourvoir
        COMPUTE Wcalcul = Wnbsieges * Wtaux_prime + 99
        COMPUTE Wsieges_prime = Wcalcul / 100
        IF Wsieges_prime > Wnbsieges THEN
           MOVE Wnbsieges TO Wsieges_prime
        END-IF
        COMPUTE Wsieges_restants = Wnbsieges - Wsieges_prime
        MOVE Wmajoritaire TO Wi
        PERFORM CHERCHE_NOM_CANDIDAT
        MOVE Wmajoritaire TO Wed_num
        MOVE Wsieges_prime TO Wed_sieges
        MOVE Wsieges_restants TO Wed_sieges2
        MOVE SPACES TO Wtrace
        STRING 'Prime majoritaire : ' DELIMITED BY SIZE
           Wed_sieges DELIMITED BY SIZE
           ' siege(s) a la liste ' DELIMITED BY SIZE
           Wed_num DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           Wnom_candidat DELIMITED BY SIZE
           INTO Wtrace
        END-STRING
        PERFORM ECRIT_TRACE
        MOVE SPACES TO Wtrace
        STRING 'Sieges restant a repartir a la proportionnelle : '
           DELIMITED BY SIZE
           Wed_sieges2 DELIMITED BY SIZE
           INTO Wtrace
        END-STRING
        PERFORM ECRIT_TRACE.

        DETERMINE_LISTES_ADMISES.
*> Seules les listes ayant au moins le seuil des exprimes
*> participent a la repartition proportionnelle
        MOVE 0 TO Wexprimes_admises
        MOVE Wseuil TO Wed_pct
        MOVE SPACES TO Wtrace
        STRING 'Seuil d''admission : ' DELIMITED BY SIZE
           Wed_pct DELIMITED BY SIZE
           ' % des exprimes' DELIMITED BY SIZE
           INTO Wtrace
        END-STRING
        PERFORM ECRIT_TRACE
        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > 20
           IF WvoixListe(Wi) > 0 THEN
              MOVE Wi TO Wed_num
              MOVE SPACES TO Wtrace
              IF WvoixListe(Wi) * 100 NOT < Wseuil * Wexprimes THEN
                 MOVE 1 TO Wadmise(Wi)
                 ADD WvoixListe(Wi) TO Wexprimes_admises
                 STRING '   Liste ' DELIMITED BY SIZE
                    Wed_num DELIMITED BY SIZE
                    ' admise a la repartition' DELIMITED BY SIZE
                    INTO Wtrace
                 END-STRING
              ELSE
                 STRING '   Liste ' DELIMITED BY SIZE
                    Wed_num DELIMITED BY SIZE
                    ' ECARTEE (sous le seuil)' DELIMITED BY SIZE
                    INTO Wtrace
                 END-STRING
              END-IF
              PERFORM ECRIT_TRACE
           END-IF
        END-PERFORM.

        REPARTIT_AU_QUOTIENT.
*> Quotient electoral = exprimes des listes admises / sieges
*> restants ; chaque liste admise recoit autant de sieges que
*> son nombre de voix contient de fois ce quotient
        MOVE 0 TO Wsieges_distribues
        IF Wsieges_restants > 0 THEN
           COMPUTE Wquotient_electoral =
              Wexprimes_admises / Wsieges_restants
           MOVE Wquotient_electoral TO Wed_moyenne
           MOVE Wexprimes_admises TO Wed_voix
           MOVE Wsieges_restants TO Wed_sieges
           MOVE SPACES TO Wtrace
           STRING 'Quotient electoral : ' DELIMITED BY SIZE
              Wed_voix DELIMITED BY SIZE
              ' / ' DELIMITED BY SIZE
              Wed_sieges DELIMITED BY SIZE
              ' = ' DELIMITED BY SIZE
              Wed_moyenne DELIMITED BY SIZE
              INTO Wtrace
           END-STRING
           PERFORM ECRIT_TRACE
           PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > 20
              IF Wadmise(Wi) = 1 THEN
*> Calcul en entiers (voix * sieges / exprimes admis) pour ne
*> pas dependre de l'arrondi du quotient affiche
                 COMPUTE Wcalcul = WvoixListe(Wi) * Wsieges_restants
                 COMPUTE WsiegesQuotient(Wi) =
                    Wcalcul / Wexprimes_admises
                 ADD WsiegesQuotient(Wi) TO Wsieges_distribues
                 MOVE Wi TO Wed_num
                 MOVE WvoixListe(Wi) TO Wed_voix
                 MOVE WsiegesQuotient(Wi) TO Wed_sieges
                 MOVE SPACES TO Wtrace
                 STRING '   Liste ' DELIMITED BY SIZE
                    Wed_num DELIMITED BY SIZE
                    ' : ' DELIMITED BY SIZE
                    Wed_voix DELIMITED BY SIZE
                    ' / quotient = ' DELIMITED BY SIZE
                    Wed_sieges DELIMITED BY SIZE
                    ' siege(s)' DELIMITED BY SIZE
                    INTO Wtrace
                 END-STRING
                 PERFORM ECRIT_TRACE
              END-IF
           END-PERFORM
        END-IF.

        ATTRIBUE_SIEGE_PLUS_FORTE_MOYENNE.
*> Wk est le rang du siege attribue a la plus forte moyenne. La
*> moyenne de chaque liste admise est ses voix divisees par ses
*> sieges deja obtenus plus un ; a moyenne egale le siege va a
*> la liste ayant le plus de voix.
        MOVE Wk TO Wed_sieges
        MOVE SPACES TO Wtrace
        STRING 'Siege ' DELIMITED BY SIZE
           Wed_sieges DELIMITED BY SIZE
           ' a la plus forte moyenne :' DELIMITED BY SIZE
           INTO Wtrace
        END-STRING
        PERFORM ECRIT_TRACE
        MOVE 0 TO Wmeilleure
        MOVE 0 TO Wmeilleure_moyenne
        MOVE 0 TO Wegalite
        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > 20
           IF Wadmise(Wi) = 1 THEN
              COMPUTE Wdiviseur =
                 WsiegesQuotient(Wi) + WsiegesMoyenne(Wi) + 1
              COMPUTE Wmoyenne = WvoixListe(Wi) / Wdiviseur
              MOVE Wi TO Wed_num
              MOVE WvoixListe(Wi) TO Wed_voix
              MOVE Wdiviseur TO Wed_sieges2
              MOVE Wmoyenne TO Wed_moyenne
              MOVE SPACES TO Wtrace
              STRING '   Liste ' DELIMITED BY SIZE
                 Wed_num DELIMITED BY SIZE
                 ' : ' DELIMITED BY SIZE
                 Wed_voix DELIMITED BY SIZE
                 ' / ' DELIMITED BY SIZE
                 Wed_sieges2 DELIMITED BY SIZE
                 ' = ' DELIMITED BY SIZE
                 Wed_moyenne DELIMITED BY SIZE
                 INTO Wtrace
              END-STRING
              PERFORM ECRIT_TRACE
              IF Wmeilleure = 0 OR Wmoyenne > Wmeilleure_moyenne THEN
                 MOVE Wi TO Wmeilleure
                 MOVE Wmoyenne TO Wmeilleure_moyenne
                 MOVE 0 TO Wegalite
              ELSE
                 IF Wmoyenne = Wmeilleure_moyenne THEN
                    IF WvoixListe(Wi) > WvoixListe(Wmeilleure) THEN
                       MOVE Wi TO Wmeilleure
                       MOVE 0 TO Wegalite
                    ELSE
                       IF WvoixListe(Wi) = WvoixListe(Wmeilleure) THEN
                          MOVE 1 TO Wegalite
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
        END-PERFORM
        IF Wmeilleure > 0 THEN
           ADD 1 TO WsiegesMoyenne(Wmeilleure)
        END-IF
        MOVE Wmeilleure TO Wed_num
        MOVE SPACES TO Wtrace
        STRING '   => siege attribue a la liste ' DELIMITED BY SIZE
           Wed_num DELIMITED BY SIZE
           INTO Wtrace
        END-STRING
        PERFORM ECRIT_TRACE
        IF Wegalite = 1 THEN
           MOVE '   ALERTE : egalite de moyenne et de voix, departage '
              TO Wtrace
           PERFORM ECRIT_TRACE
           MOVE '   au plus age des candidats a verifier' TO Wtrace
           PERFORM ECRIT_TRACE
        END-IF.

        ECRIT_TABLE_SIEGES.
*> Purge la table d'un calcul precedent du meme scrutin et du
*> meme tour (un resultat corrige peut changer la repartition)
*> puis ecrit une ligne par liste ayant obtenu des voix
        OPEN I-O fsieges
        IF fsieges_stat = 35 THEN
           OPEN OUTPUT fsieges
           CLOSE fsieges
           OPEN I-O fsieges
        END-IF
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fsieges NEXT RECORD
              AT END MOVE 1 TO Wfin
              NOT AT END
                 IF fsi_scrutin = Wscrutin AND fsi_tour = Wtour THEN
                    DELETE fsieges RECORD END-DELETE
                 END-IF
           END-READ
        END-PERFORM
        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > 20
           IF WvoixListe(Wi) > 0 THEN
              MOVE Wscrutin TO fsi_scrutin
              MOVE Wtour TO fsi_tour
              MOVE Wi TO fsi_numliste
              MOVE Wnbsieges TO fsi_sieges_a_pourvoir
              MOVE WvoixListe(Wi) TO fsi_voix
              MOVE Wpourcentage(Wi) TO fsi_pourcentage
              MOVE Wadmise(Wi) TO fsi_admise
              MOVE 0 TO fsi_prime
              IF Wi = Wmajoritaire THEN
                 MOVE Wsieges_prime TO fsi_prime
              END-IF
              MOVE WsiegesQuotient(Wi) TO fsi_quotient
              MOVE WsiegesMoyenne(Wi) TO fsi_moyenne
              COMPUTE fsi_total = fsi_prime + fsi_quotient + fsi_moyenne
              WRITE siegeTampon END-WRITE
              IF fsieges_stat NOT = 0 AND fsieges_stat NOT = 2
                 AND fsieges_stat NOT = 4
                 MOVE 1 TO Wio_ko
              END-IF
           END-IF
        END-PERFORM
        CLOSE fsieges.

        AFFICHE_TABLE_SIEGES.
*> Table finale : prime, sieges au quotient, sieges a la plus
*> forte moyenne et total par liste
        MOVE 'Table des sieges : liste, prime, quotient, moyenne, total'
           TO Wtrace
        PERFORM ECRIT_TRACE
        MOVE 0 TO Wnbrepartis
        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > 20
           IF WvoixListe(Wi) > 0 THEN
              PERFORM CHERCHE_NOM_CANDIDAT
              MOVE 0 TO Wk
              IF Wi = Wmajoritaire THEN
                 MOVE Wsieges_prime TO Wk
              END-IF
              MOVE Wi TO Wed_num
              MOVE SPACES TO Wtrace
              STRING '   ' DELIMITED BY SIZE
                 Wed_num DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 Wnom_candidat DELIMITED BY SIZE
                 INTO Wtrace
              END-STRING
              MOVE Wk TO Wed_sieges
              MOVE Wed_sieges TO Wtrace(40:3)
              MOVE WsiegesQuotient(Wi) TO Wed_sieges
              MOVE Wed_sieges TO Wtrace(46:3)
              MOVE WsiegesMoyenne(Wi) TO Wed_sieges
              MOVE Wed_sieges TO Wtrace(52:3)
              COMPUTE Wk = Wk + WsiegesQuotient(Wi) + WsiegesMoyenne(Wi)
              ADD Wk TO Wnbrepartis
              MOVE Wk TO Wed_sieges
              MOVE Wed_sieges TO Wtrace(58:3)
              PERFORM ECRIT_TRACE
           END-IF
        END-PERFORM
        MOVE Wnbrepartis TO Wed_sieges
        MOVE SPACES TO Wtrace
        STRING 'Sieges repartis : ' DELIMITED BY SIZE
           Wed_sieges DELIMITED BY SIZE
           INTO Wtrace
        END-STRING
        PERFORM ECRIT_TRACE.

        CHERCHE_NOM_CANDIDAT.
*> Wi est deja positionne par l'appelant ; fcandidats est ouvert
*> en lecture par le programme principal
        MOVE 'Liste inconnue' TO Wnom_candidat
        MOVE Wi TO fca_num
        READ fcandidats
           NOT INVALID KEY
              MOVE fca_nom TO Wnom_candidat
        END-READ.

        ECRIT_TRACE.
*> Chaque ligne du calcul est affichee et conservee dans le
*> detail imprimable
        DISPLAY Wtrace
        WRITE calculTampon FROM Wtrace END-WRITE
        IF fcalcul_stat NOT = 0 AND fcalcul_stat NOT = 2
           AND fcalcul_stat NOT = 4
           MOVE 1 TO Wio_ko
        END-IF
        MOVE SPACES TO Wtrace.
