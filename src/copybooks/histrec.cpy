      *> file converts once through cfchk -v (unload) followed by
      *> cfchk -r hist (reload at the new length).
           05 history-site        PIC X(12).
      *> Restatement state, appended on the same terms as the site
      *> (and converted the same way): R when cfrestate has
      *> re-derived history-value-out after the reading went out,
      *> pending a cfxmit correction feed; C once that correction
      *> (or a full cut of the date) has carried the new value.
      *> The date is the day of the restatement.  Blank and zero on
      *> a reading never restated.
           05 history-restated-flag PIC X(01).
               88 history-restated      VALUE "R".
               88 history-corrected     VALUE "C".
           05 history-restated-date PIC 9(08).
