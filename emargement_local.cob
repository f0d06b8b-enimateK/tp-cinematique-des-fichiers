IDENTIFICATION DIVISION.
PROGRAM-ID. emargement_local.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Saisie des emargements dans un bureau coupe du reseau : chaque
*> bureau ecrit dans son propre fichier emargement_local_BBBB.dat,
*> au format de femargement.dat complete du mandataire pour un
*> vote par procuration. Les controles qui demandent les fichiers
*> centraux (liste, affectation, procurations, double emargement
*> dans un autre bureau) sont faits a la fusion par le programme
*> fusion_emargements.
        SELECT flocal ASSIGN TO Wlocal_nom
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fel_id
        FILE STATUS IS floc_stat.

DATA DIVISION.
FILE SECTION.
        FD flocal.
        01 localTampon.
          02 fel_id PIC 9(15).
          02 fel_noebur PIC X(4).
          02 fel_heure PIC 9(4).
          02 fel_mandataire PIC 9(15).

WORKING-STORAGE SECTION.
        77 floc_stat PIC 9(2).
        77 Wrep PIC 9.
        77 Wnoebur PIC X(4).
        77 Wlocal_nom PIC X(40).
        77 Wid PIC 9(15).
        77 Wmandataire PIC 9(15).
        77 Wheure PIC 9(4).
        77 Wprocuration PIC 9.
        77 Wnbsaisis PIC 9(6).
        77 Wio_ko PIC 9 VALUE 0.

PROCEDURE DIVISION.

        PERFORM WITH TEST AFTER UNTIL Wnoebur NOT = SPACES
           DISPLAY 'Numero du bureau de vote'
           ACCEPT Wnoebur
        END-PERFORM
        STRING 'emargement_local_' DELIMITED BY SIZE
           Wnoebur DELIMITED BY SPACE
           '.dat' DELIMITED BY SIZE
           INTO Wlocal_nom
        END-STRING

        OPEN I-O flocal
        IF floc_stat = 35 THEN
          OPEN OUTPUT flocal
        END-IF
        CLOSE flocal

        MOVE 0 TO Wnbsaisis
        PERFORM SAISIE_EMARGEMENTS_LOCAUX
        DISPLAY 'Emargements saisis : ', Wnbsaisis, ' dans ', Wlocal_nom

        IF Wio_ko = 1
           MOVE 1 TO RETURN-CODE
        ELSE
           IF floc_stat = 0 OR floc_stat = 2 OR floc_stat = 4
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 1 TO RETURN-CODE
           END-IF
        END-IF

        GOBACK.

        SAISIE_EMARGEMENTS_LOCAUX.
*> Comme dans emargement, un vote par procuration est inscrit au
*> nom du mandant ; le mandataire qui s'est presente est note
*> pour le controle de la procuration a la fusion
        OPEN I-O flocal
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
           PERFORM WITH TEST AFTER UNTIL Wprocuration = 0
              OR Wprocuration = 1
              DISPLAY 'Vote par procuration ? 1 ou 0'
              ACCEPT Wprocuration
           END-PERFORM
           MOVE 0 TO Wmandataire
           IF Wprocuration = 1 THEN
              DISPLAY 'Numero de securite sociale du mandant'
              ACCEPT Wid
              DISPLAY 'Numero de securite sociale du mandataire'
              ACCEPT Wmandataire
           ELSE
              DISPLAY 'Numero de securite sociale de l''electeur'
              ACCEPT Wid
           END-IF
           DISPLAY 'Heure du vote (HHMM)'
           ACCEPT Wheure
           PERFORM ECRIT_EMARGEMENT_LOCAL
           PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
              DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
              ACCEPT Wrep
           END-PERFORM
        END-PERFORM
        CLOSE flocal.

        ECRIT_EMARGEMENT_LOCAL.
        MOVE Wid TO fel_id
        MOVE Wnoebur TO fel_noebur
        MOVE Wheure TO fel_heure
        MOVE Wmandataire TO fel_mandataire
        WRITE localTampon
           INVALID KEY
*> Le fichier local est indexe sur l'electeur : le double
*> emargement dans le meme bureau est refuse des la saisie
              DISPLAY 'Electeur deja emarge dans ce bureau, saisie '
                 'ignoree : ', Wid
           NOT INVALID KEY
              ADD 1 TO Wnbsaisis
        END-WRITE
        IF floc_stat NOT = 0 AND floc_stat NOT = 2
           AND floc_stat NOT = 4 AND floc_stat NOT = 22
           MOVE 1 TO Wio_ko
        END-IF.
