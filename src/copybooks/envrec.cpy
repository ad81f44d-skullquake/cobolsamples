000000*reads an enveloped feed through directly: a line longer than a
000000*reader's record is SPLIT by line-sequential I/O, not truncated,
000000*and the shed fragment would surface as a phantom detail record.
000000*Feeds with shorter details (the 18-byte debit/credit records)
000000*are read through a full-width layout and stripped of their
000000*envelope before any short-record pass sees them.
000000 01  ENVELOPE-TRAILER-RECORD.
