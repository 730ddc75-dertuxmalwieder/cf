      *> CDDL HEADER
      *> --------------
      *> The contents of this file are subject to the terms of the
      *> Common Development and Distribution License, Version 1.1 only
      *> (the "License").  You may not use this file except in compliance
      *> with the License.
      *>
      *> See the file LICENSE in this distribution for details.
      *> A copy of the CDDL is also available via the Internet at
      *> https://spdx.org/licenses/CDDL-1.1.html
      *>
      *> When distributing Covered Code, include this CDDL HEADER in each
      *> file and include the contents of the LICENSE file from this
      *> distribution.
      *> --------------

      *> One temperature excursion in the CFEXCUR.DAT register: the
      *> stretch of time a probe spent outside its CFALARM.DAT band,
      *> from the first out-of-band reading to the first reading back
      *> inside it.  Keyed by sensor and the start reading's time so
      *> a probe's events read back in the order they happened.  The
      *> batch run opens an event, carries it forward night after
      *> night while the probe stays out, and closes it on the first
      *> in-band reading; cfexcur reads the register back for QA.
      *> Values are in the reading's input unit, the unit the band
      *> itself is written in.  The peak deviation is how far past
      *> the breached limit the worst reading went, always positive;
      *> the direction says which limit it was.  The duration runs
      *> start to end for a closed event, and start to the latest
      *> out-of-band reading for one still open.

       01 excur-record.
           05 excur-key.
               10 excur-sensor-id     PIC X(08).
               10 excur-start-date    PIC 9(08).
               10 excur-start-time    PIC 9(06).
           05 excur-site          PIC X(12).
           05 excur-unit          PIC X(01).
           05 excur-band-low      PIC S9(8)V9(4) COMP-3.
           05 excur-band-high     PIC S9(8)V9(4) COMP-3.
           05 excur-peak-value    PIC S9(8)V9(4) COMP-3.
           05 excur-peak-deviation PIC S9(8)V9(4) COMP-3.
           05 excur-peak-direction PIC X(01).
               88 excur-peak-high       VALUE "H".
               88 excur-peak-low        VALUE "L".
           05 excur-peak-date     PIC 9(08).
           05 excur-peak-time     PIC 9(06).
           05 excur-last-date     PIC 9(08).
           05 excur-last-time     PIC 9(06).
           05 excur-end-date      PIC 9(08).
           05 excur-end-time      PIC 9(06).
           05 excur-duration-minutes PIC 9(08).
           05 excur-reading-count PIC 9(08).
           05 excur-status-flag   PIC X(01).
               88 excur-open            VALUE "O".
               88 excur-closed          VALUE "C".
