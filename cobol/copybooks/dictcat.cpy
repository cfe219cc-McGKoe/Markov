      *----------------------------------------------------------*
      * DICTCAT - dictionary catalog, one row per named dictionary
      * keyed on its name, so product copy and support-article
      * text (and any other business line) each build their own
      * language model instead of blending into the one master.
      * DCAT-MASTER-NAME is the dataset the dictionary's keyed
      * master lives on (it is assigned at run time, the way the
      * DICTBKn generations always have been), and
      * DCAT-BACKUP-BASE the name its generations are built on --
      * generation n is the base with the digit n behind it. The
      * name itself keys the dictionary's LOCKDD row, so runs
      * against two different dictionaries never wait on each
      * other. A blank dictionary name anywhere means the default
      * master on the DICTDD DD, its DICTBKn generations and the
      * DICTDD lock row, exactly as before the catalog existed --
      * which is why DICTDD is never a catalog name. A retired
      * dictionary (status R) keeps its row, so the name is never
      * reused for different content; the writing programs refuse
      * it, the reports still read it. MKVDCAT maintains the
      * catalog.
      *----------------------------------------------------------*
       01 dictionary-catalog-record.
           05 dcat-dict-name          pic x(8).
           05 dcat-status             pic x(1).
               88 dcat-active             value "A".
               88 dcat-retired            value "R".
           05 dcat-master-name        pic x(44).
           05 dcat-backup-base        pic x(40).
           05 dcat-description        pic x(40).
           05 dcat-added-date         pic x(8).
           05 dcat-retired-date       pic x(8).
