      *    COPY CTLREC
      *    Structure d'un enregistrement du fichier commun de
      *    contrôle (assur-controle.dat). Chaque programme de la
      *    chaîne batch (ASSURIDX, ASSUREXT, ASSURMAJ, ASSURSEQ, et
      *    l'interface comptable ASSURCPT sous les noms ASSURCPT
      *    pour les débits et ASSURCPC pour les crédits) y
      *    ajoute en fin d'exécution une ligne portant ses compteurs
      *    (enregistrements lus, écrits, rejetés) et ses cumuls de
      *    montants par devise. Le programme d'équilibrage ASSURBAL
